      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "balancoHidrico".
       author. "Leticia Fausto".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Historico de alteracoes
      *> 15/10/2026 - balanco hidrico para a agronomia: evapotranspiracao
      *>              de referencia diaria (ET0, Hargreaves) a partir da
      *>              minima, da maxima e da latitude da estacao, contra a
      *>              chuva do dia, com o saldo acumulado ao longo do mes
      *>              e os totais do mes (balanco-hidrico.txt); a visao
      *>              anual soma os balancos mensais de uma estacao ou de
      *>              todas as ativas (balanco-anual.txt) para comparar
      *>              as estacoes do ano entre as estacoes da rede



      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

      *>   Mestre de leituras (mesma chave usada pelo testeTemp)
           select arqMestre assign to "mestre.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-mst-chave
           lock mode is automatic
           file status is ws-fs-arqMestre.

      *>   Cadastro das estacoes da rede (latitude no final do registro)
           select arqEstacoes assign to "estacoes.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqEstacoes.

      *>   Balanco hidrico diario de um mes
           select arqBalanco assign to "balanco-hidrico.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqBalanco.

      *>   Balanco hidrico anual (soma dos meses, por estacao)
           select arqBalAnual assign to "balanco-anual.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqBalAnual.

      *>   Log de erros (status do arquivo + data/hora de cada abortagem)
           select arqErro assign to "erros.log"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqErro.




       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqMestre.

       01 fd-mestre-reg.
          05 fd-mst-chave.
             10 fd-mst-estacao                     pic x(03).
             10 fd-mst-ano                          pic 9(04).
             10 fd-mst-mes                          pic 9(02).
             10 fd-mst-dia                          pic 9(02).
          05 fd-mst-temp-min                       pic s9(02)v99.
          05 fd-mst-temp-max                       pic s9(02)v99.
          05 fd-mst-precipitacao                    pic 9(03)v9.
          05 fd-mst-umidade                         pic 9(03).
          05 fd-mst-origem                          pic x(01).

       fd arqEstacoes.

       01 fd-estacao-reg.
          05 fd-est-codigo                         pic x(03).
          05 fd-est-nome                           pic x(20).
          05 fd-est-altitude                        pic 9(04).
          05 fd-est-situacao                       pic x(01).
          05 fd-est-data-ativacao                   pic 9(08).
          05 fd-est-data-desativacao                pic 9(08).
      *>    latitude em graus decimais (sul negativo); em branco nas
      *>    linhas gravadas antes dela
          05 fd-est-latitude                        pic s9(02)v99
                                   sign is trailing separate character.

       fd arqBalanco.

       01 fd-balanco-reg                            pic x(70).

       fd arqBalAnual.

       01 fd-bal-anual-reg                          pic x(70).

       fd arqErro.

       01 fd-erro-reg                                pic x(61).


      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqMestre                         pic 9(02).
       77  ws-fs-arqEstacoes                       pic 9(02).
       77  ws-fs-arqBalanco                        pic 9(02).
       77  ws-fs-arqBalAnual                       pic 9(02).
       77  ws-fs-arqErro                           pic 9(02).
       77  ws-fs-ultimo                            pic 9(02) value 0.

      *>----Opcao do operador e selecao
       77 ws-opcao                                  pic x(01).
       77 ws-bal-estacao                            pic x(03) value spaces.
       77 ws-bal-ano                                pic 9(04) value 0.
       77 ws-bal-mes                                pic 9(02) value 0.
      *>    S = o calculo do mes grava as linhas diarias no relatorio
       77 ws-bal-com-detalhe                        pic x(01) value "N".
          88 bal-grava-detalhe                      value "S".

      *>----Estacoes do cadastro
       01 ws-estacoes occurs 40.
          05 ws-est-codigo                         pic x(03).
          05 ws-est-nome                           pic x(20).
          05 ws-est-situacao                       pic x(01).
          05 ws-est-latitude                        pic s9(02)v99.
          05 ws-est-tem-latitude                    pic x(01).
       77 ws-qtd-estacoes                           pic 9(02) value 0.
       77 ws-ind-est                                pic 9(02).
       77 ws-ind-est-achada                         pic 9(02).

      *>----Dias do mes
       77 ws-dias-no-mes                            pic 9(02) value 0.
       77 ws-quociente                              pic 9(04).
       77 ws-resto-4                                pic 9(04).
       77 ws-resto-100                              pic 9(04).
       77 ws-resto-400                              pic 9(04).

      *>----Faixa plausivel das leituras (a mesma do testeTemp)
       77 ws-temp-min                               pic s9(02)v99 value -50,00.
       77 ws-temp-max                               pic s9(02)v99 value 60,00.

      *>----Calculo da ET0 de Hargreaves:
      *>    ET0 = 0,0023 x 0,408 x Ra x (Tmedia + 17,8) x raiz(Tmax - Tmin)
      *>    com a radiacao extraterrestre Ra (MJ/m2/dia) pela latitude e
      *>    pelo dia do ano (distancia relativa terra-sol, declinacao
      *>    solar e angulo horario do por do sol)
       77 ws-bal-pi                                 pic 9(01)v9(08)
                                                    value 3,14159265.
       77 ws-bal-constante-solar                    pic 9(01)v9(04)
                                                    value 0,0820.
       77 ws-bal-data                               pic 9(08).
       77 ws-bal-data-jan                           pic 9(08).
       77 ws-bal-dia-ano                            pic 9(03).
       77 ws-bal-lat-rad                            pic s9(01)v9(08).
       77 ws-bal-dr                                 pic 9(01)v9(08).
       77 ws-bal-declinacao                         pic s9(01)v9(08).
       77 ws-bal-arg-por-sol                        pic s9(07)v9(08).
       77 ws-bal-por-sol                            pic 9(01)v9(08).
       77 ws-bal-ra                                 pic 9(03)v9(06).
       77 ws-bal-temp-media                         pic s9(02)v99.
       77 ws-bal-et0                                pic 9(02)v99.
       77 ws-bal-saldo-dia                          pic s9(03)v99.

      *>----Totais do mes e do ano
       77 ws-bal-saldo-acum                         pic s9(05)v99 value 0.
       77 ws-bal-tot-et0                            pic 9(05)v99 value 0.
       77 ws-bal-tot-chuva                          pic 9(05)v9 value 0.
       77 ws-bal-qtd-dias                           pic 9(02) value 0.
       77 ws-bal-qtd-sem-leitura                    pic 9(02) value 0.
       77 ws-bal-ano-et0                            pic 9(05)v99 value 0.
       77 ws-bal-ano-chuva                          pic 9(05)v9 value 0.
       77 ws-bal-ano-saldo                          pic s9(05)v99 value 0.
       77 ws-bal-ano-dias                           pic 9(03) value 0.

       77 ws-fim-mestre                             pic x(01) value "N".
          88 fim-do-mestre                          value "S".

       77 ws-msn                                   pic x(40).

      *>----Variaveis de data e hora (log de erros)
       01 ws-data-atual                              pic 9(08).
       01 ws-hora-atual                              pic 9(08).

       01 ws-erro-linha.
          05 ws-err-data                              pic 9(08).
          05 filler                                 pic x(01) value " ".
          05 ws-err-hora                              pic 9(08).
          05 filler                                 pic x(01) value " ".
          05 ws-err-fs                                pic 9(02).
          05 filler                                 pic x(01) value " ".
          05 ws-err-msg                               pic x(40).

      *>----Linhas do balanco mensal
       01 ws-bal-cabecalho.
          05 filler                                 pic x(26)
                               value "BALANCO HIDRICO - ESTACAO ".
          05 ws-bal-cab-est                             pic x(03).
          05 filler                                 pic x(01) value " ".
          05 ws-bal-cab-mes                             pic 9(02).
          05 filler                                 pic x(01) value "/".
          05 ws-bal-cab-ano                             pic 9(04).
          05 filler                                 pic x(11) value " latitude ".
          05 ws-bal-cab-lat                             pic s9(02)v99
                                   sign is trailing separate character.
          05 filler                                 pic x(17) value spaces.
       01 ws-bal-colunas                             pic x(70)
   value "DIA | TMIN  | TMAX  | ET0 (mm) | CHUVA (mm) | SALDO DIA | ACUMULADO".
       01 ws-bal-detalhe.
          05 ws-bal-det-dia                             pic 9(02).
          05 filler                                 pic x(04) value "  | ".
          05 ws-bal-det-min                             pic s9(02)v99
                                   sign is trailing separate character.
          05 filler                                 pic x(03) value " | ".
          05 ws-bal-det-max                             pic s9(02)v99
                                   sign is trailing separate character.
          05 filler                                 pic x(03) value " | ".
          05 ws-bal-det-et0                             pic 9(02)v99.
          05 filler                                 pic x(08) value "     | ".
          05 ws-bal-det-chuva                           pic 9(03)v9.
          05 filler                                 pic x(10) value "       | ".
          05 ws-bal-det-saldo                           pic s9(03)v99
                                   sign is trailing separate character.
          05 filler                                 pic x(06) value "    | ".
          05 ws-bal-det-acum                            pic s9(05)v99
                                   sign is trailing separate character.
          05 filler                                 pic x(02) value spaces.
       01 ws-bal-sem-leitura.
          05 ws-bal-sem-dia                             pic 9(02).
          05 filler                                 pic x(68)
                  value "  | sem leitura medida - fora do balanco".
       01 ws-bal-total-linha.
          05 ws-bal-tot-rotulo                          pic x(27).
          05 ws-bal-tot-valor                           pic s9(05)v99
                                   sign is trailing separate character.
          05 filler                                 pic x(03) value " mm".
          05 ws-bal-tot-situacao                        pic x(13).
          05 filler                                 pic x(19) value spaces.
       01 ws-bal-dias-linha.
          05 filler                                 pic x(27)
                               value "Dias no balanco/sem leit.: ".
          05 ws-bal-dias-qtd                            pic 9(02).
          05 filler                                 pic x(01) value "/".
          05 ws-bal-dias-sem                            pic 9(02).
          05 filler                                 pic x(38) value spaces.

      *>----Linhas do balanco anual
       01 ws-anu-cabecalho.
          05 filler                                 pic x(32)
                         value "BALANCO HIDRICO ANUAL - ESTACAO ".
          05 ws-anu-cab-est                             pic x(03).
          05 filler                                 pic x(03) value " - ".
          05 ws-anu-cab-nome                            pic x(20).
          05 filler                                 pic x(01) value " ".
          05 ws-anu-cab-ano                             pic 9(04).
          05 filler                                 pic x(07) value spaces.
       01 ws-anu-colunas                             pic x(70)
   value "MES | ET0 (mm)  | CHUVA (mm) | SALDO DO MES | ACUMULADO ANO | DIAS".
       01 ws-anu-detalhe.
          05 ws-anu-det-mes                             pic 9(02).
          05 filler                                 pic x(04) value "  | ".
          05 ws-anu-det-et0                             pic 9(05)v99.
          05 filler                                 pic x(05) value "   | ".
          05 ws-anu-det-chuva                           pic 9(05)v9.
          05 filler                                 pic x(07) value "     | ".
          05 ws-anu-det-saldo                           pic s9(05)v99
                                   sign is trailing separate character.
          05 filler                                 pic x(07) value "     | ".
          05 ws-anu-det-acum                            pic s9(05)v99
                                   sign is trailing separate character.
          05 filler                                 pic x(08) value "      | ".
          05 ws-anu-det-dias                            pic 9(02).
          05 filler                                 pic x(07) value spaces.
       01 ws-anu-total.
          05 filler                                 pic x(06) value "ANO | ".
          05 ws-anu-tot-et0                             pic 9(05)v99.
          05 filler                                 pic x(05) value "   | ".
          05 ws-anu-tot-chuva                           pic 9(05)v9.
          05 filler                                 pic x(07) value "     | ".
          05 ws-anu-tot-saldo                           pic s9(05)v99
                                   sign is trailing separate character.
          05 filler                                 pic x(07) value "     | ".
          05 ws-anu-tot-situacao                        pic x(13).
          05 filler                                 pic x(02) value "| ".
          05 ws-anu-tot-dias                            pic 9(03).
          05 filler                                 pic x(06) value spaces.


      *>----Variaveis para comunicação entre programas
       linkage section.


      *>----Declaração de tela
       screen section.

      *>Declaração do corpo do programa
       procedure division.


           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.

           perform carrega-estacoes
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal: balanco de um mes ou visao anual
      *>------------------------------------------------------------------------
       processamento section.

           display "balancoHidrico - evapotranspiracao e balanco hidrico"
           display "'M'ensal - balanco diario de uma estacao no mes"
           display "'A'nual - meses do ano de uma estacao ou de todas"
           display "'S'air"
           accept ws-opcao

           evaluate ws-opcao
               when "M" when "m"
                   perform balanco-mensal
               when "A" when "a"
                   perform balanco-anual
               when other
                   continue
           end-evaluate
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Balanco de um mes: linha por dia com a ET0, a chuva, o saldo do
      *>  dia e o saldo acumulado, e os totais do mes no final
      *>------------------------------------------------------------------------
       balanco-mensal section.

           display "Estacao: "
           accept ws-bal-estacao
           perform localiza-estacao
           if ws-ind-est-achada = 0 then
               exit section
           end-if

           display "Ano (AAAA): "
           accept ws-bal-ano
           display "Mes (MM): "
           accept ws-bal-mes
           if ws-bal-ano = 0
           or ws-bal-mes < 1 or ws-bal-mes > 12 then
               display "Competencia invalida."
               exit section
           end-if

           open output arqBalanco
           if ws-fs-arqBalanco <> 00 then
               move ws-fs-arqBalanco to ws-fs-ultimo
               move "erro na abertura do balanco hidrico" to ws-msn
               perform grava-erro
               perform finaliza
           end-if

           move ws-bal-estacao                    to ws-bal-cab-est
           move ws-bal-mes                        to ws-bal-cab-mes
           move ws-bal-ano                        to ws-bal-cab-ano
           move ws-est-latitude(ws-ind-est-achada) to ws-bal-cab-lat
           write fd-balanco-reg from ws-bal-cabecalho
           write fd-balanco-reg from ws-bal-colunas

           perform abre-mestre
           move "S" to ws-bal-com-detalhe
           perform calcula-mes
           close arqMestre

           move "Total da ET0 no mes......: " to ws-bal-tot-rotulo
           move ws-bal-tot-et0                  to ws-bal-tot-valor
           move spaces                          to ws-bal-tot-situacao
           write fd-balanco-reg from ws-bal-total-linha

           move "Total da chuva no mes....: " to ws-bal-tot-rotulo
           move ws-bal-tot-chuva                to ws-bal-tot-valor
           write fd-balanco-reg from ws-bal-total-linha

           move "Saldo do mes.............: " to ws-bal-tot-rotulo
           move ws-bal-saldo-acum               to ws-bal-tot-valor
           if ws-bal-saldo-acum < 0 then
               move " (DEFICIT)"   to ws-bal-tot-situacao
           else
               move " (EXCEDENTE)" to ws-bal-tot-situacao
           end-if
           write fd-balanco-reg from ws-bal-total-linha

           move ws-bal-qtd-dias        to ws-bal-dias-qtd
           move ws-bal-qtd-sem-leitura to ws-bal-dias-sem
           write fd-balanco-reg from ws-bal-dias-linha

           close arqBalanco

           display "ET0 do mes..............: " ws-bal-tot-et0 " mm"
           display "Chuva do mes............: " ws-bal-tot-chuva " mm"
           display "Saldo do mes............: " ws-bal-saldo-acum " mm"
                   ws-bal-tot-situacao
           display "Balanco gravado em balanco-hidrico.txt"
           .
       balanco-mensal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Visao anual: os doze meses de uma estacao (ou de cada estacao
      *>  ativa, com ***), cada mes com a ET0, a chuva, o saldo e o saldo
      *>  acumulado no ano
      *>------------------------------------------------------------------------
       balanco-anual section.

           display "Estacao (*** = todas as ativas): "
           accept ws-bal-estacao
           if ws-bal-estacao <> "***" then
               perform localiza-estacao
               if ws-ind-est-achada = 0 then
                   exit section
               end-if
           end-if

           display "Ano (AAAA): "
           accept ws-bal-ano
           if ws-bal-ano = 0 then
               display "Ano invalido."
               exit section
           end-if

           open output arqBalAnual
           if ws-fs-arqBalAnual <> 00 then
               move ws-fs-arqBalAnual to ws-fs-ultimo
               move "erro na abertura do balanco anual" to ws-msn
               perform grava-erro
               perform finaliza
           end-if

           perform abre-mestre
           move "N" to ws-bal-com-detalhe

           if ws-bal-estacao = "***" then
               perform varying ws-ind-est from 1 by 1
                                       until ws-ind-est > ws-qtd-estacoes
                   if ws-est-situacao(ws-ind-est) <> "I" then
                       if ws-est-tem-latitude(ws-ind-est) = "S" then
                           move ws-ind-est to ws-ind-est-achada
                           perform balanco-ano-estacao
                       else
                           display "Estacao " ws-est-codigo(ws-ind-est)
                                   " sem latitude no cadastro: fora da"
                                   " visao anual."
                       end-if
                   end-if
               end-perform
           else
               perform balanco-ano-estacao
           end-if

           close arqMestre
           close arqBalAnual

           display "Balanco anual gravado em balanco-anual.txt"
           .
       balanco-anual-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Bloco anual de uma estacao (ws-ind-est-achada)
      *>------------------------------------------------------------------------
       balanco-ano-estacao section.

           move ws-est-codigo(ws-ind-est-achada) to ws-bal-estacao
           move ws-est-codigo(ws-ind-est-achada) to ws-anu-cab-est
           move ws-est-nome(ws-ind-est-achada)   to ws-anu-cab-nome
           move ws-bal-ano                       to ws-anu-cab-ano
           move spaces to fd-bal-anual-reg
           write fd-bal-anual-reg
           write fd-bal-anual-reg from ws-anu-cabecalho
           write fd-bal-anual-reg from ws-anu-colunas

           move 0 to ws-bal-ano-et0
           move 0 to ws-bal-ano-chuva
           move 0 to ws-bal-ano-saldo
           move 0 to ws-bal-ano-dias

           perform varying ws-bal-mes from 1 by 1 until ws-bal-mes > 12
               perform calcula-mes
               add ws-bal-tot-et0    to ws-bal-ano-et0
               add ws-bal-tot-chuva  to ws-bal-ano-chuva
               add ws-bal-saldo-acum to ws-bal-ano-saldo
               add ws-bal-qtd-dias   to ws-bal-ano-dias

               move ws-bal-mes        to ws-anu-det-mes
               move ws-bal-tot-et0    to ws-anu-det-et0
               move ws-bal-tot-chuva  to ws-anu-det-chuva
               move ws-bal-saldo-acum to ws-anu-det-saldo
               move ws-bal-ano-saldo  to ws-anu-det-acum
               move ws-bal-qtd-dias   to ws-anu-det-dias
               write fd-bal-anual-reg from ws-anu-detalhe
           end-perform

           move ws-bal-ano-et0   to ws-anu-tot-et0
           move ws-bal-ano-chuva to ws-anu-tot-chuva
           move ws-bal-ano-saldo to ws-anu-tot-saldo
           move ws-bal-ano-dias  to ws-anu-tot-dias
           if ws-bal-ano-saldo < 0 then
               move "DEFICIT"   to ws-anu-tot-situacao
           else
               move "EXCEDENTE" to ws-anu-tot-situacao
           end-if
           write fd-bal-anual-reg from ws-anu-total

           display "Estacao " ws-bal-estacao " - saldo do ano: "
                   ws-bal-ano-saldo " mm"
           .
       balanco-ano-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Calcula um mes (ws-bal-estacao, ws-bal-ano, ws-bal-mes) no mestre
      *>  ja aberto: so o dia medido entra no balanco (o estimado pela rede
      *>  nao tem chuva medida e o fora da faixa nao e confiavel); com
      *>  detalhe, cada dia do calendario sai em uma linha do relatorio
      *>------------------------------------------------------------------------
       calcula-mes section.

           move 0   to ws-bal-saldo-acum
           move 0   to ws-bal-tot-et0
           move 0   to ws-bal-tot-chuva
           move 0   to ws-bal-qtd-dias
           move 0   to ws-bal-qtd-sem-leitura
           move "N" to ws-fim-mestre

           perform calcula-dias-no-mes

           move ws-bal-estacao to fd-mst-estacao
           move ws-bal-ano     to fd-mst-ano
           move ws-bal-mes     to fd-mst-mes
           move 01             to fd-mst-dia

           start arqMestre key is not less than fd-mst-chave
           if ws-fs-arqMestre <> 00 then
               move "S" to ws-fim-mestre
           end-if

           perform until fim-do-mestre
               read arqMestre next
                   if ws-fs-arqMestre <> 00 then
                       move "S" to ws-fim-mestre
                   end-if

               if ws-fs-arqMestre = 00 then
                   if fd-mst-estacao = ws-bal-estacao
                   and fd-mst-ano = ws-bal-ano
                   and fd-mst-mes = ws-bal-mes then
                       if fd-mst-origem <> "E"
                       and fd-mst-temp-min >= ws-temp-min
                       and fd-mst-temp-max <= ws-temp-max
                       and fd-mst-temp-min <= fd-mst-temp-max then
                           perform calcula-et0-dia
                           compute ws-bal-saldo-dia =
                               fd-mst-precipitacao - ws-bal-et0
                           add ws-bal-saldo-dia    to ws-bal-saldo-acum
                           add ws-bal-et0          to ws-bal-tot-et0
                           add fd-mst-precipitacao to ws-bal-tot-chuva
                           add 1 to ws-bal-qtd-dias
                           if bal-grava-detalhe then
                               move fd-mst-dia          to ws-bal-det-dia
                               move fd-mst-temp-min     to ws-bal-det-min
                               move fd-mst-temp-max     to ws-bal-det-max
                               move ws-bal-et0          to ws-bal-det-et0
                               move fd-mst-precipitacao to ws-bal-det-chuva
                               move ws-bal-saldo-dia    to ws-bal-det-saldo
                               move ws-bal-saldo-acum   to ws-bal-det-acum
                               write fd-balanco-reg from ws-bal-detalhe
                           end-if
                       else
                           if bal-grava-detalhe then
                               move fd-mst-dia to ws-bal-sem-dia
                               write fd-balanco-reg from ws-bal-sem-leitura
                           end-if
                       end-if
                   else
                       move "S" to ws-fim-mestre
                   end-if
               end-if
           end-perform

           compute ws-bal-qtd-sem-leitura =
               ws-dias-no-mes - ws-bal-qtd-dias
           .
       calcula-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  ET0 de Hargreaves do dia lido no mestre (FAO-56, eq. 21 a 25 e
      *>  52); a latitude e a da estacao ws-ind-est-achada
      *>------------------------------------------------------------------------
       calcula-et0-dia section.

           compute ws-bal-data =
               (fd-mst-ano * 10000) + (fd-mst-mes * 100) + fd-mst-dia
           compute ws-bal-data-jan = (fd-mst-ano * 10000) + 0101
           compute ws-bal-dia-ano =
               function integer-of-date(ws-bal-data)
             - function integer-of-date(ws-bal-data-jan) + 1

           compute ws-bal-lat-rad rounded =
               ws-est-latitude(ws-ind-est-achada) * ws-bal-pi / 180
           compute ws-bal-dr rounded =
               1 + 0,033 * function cos(2 * ws-bal-pi * ws-bal-dia-ano / 365)
           compute ws-bal-declinacao rounded =
               0,409 * function sin(2 * ws-bal-pi * ws-bal-dia-ano / 365
                                    - 1,39)

      *>    perto dos polos o sol pode nao nascer ou nao se por: o
      *>    argumento do arco-cosseno fica limitado a -1..1
           compute ws-bal-arg-por-sol rounded =
               0 - function tan(ws-bal-lat-rad)
                 * function tan(ws-bal-declinacao)
           if ws-bal-arg-por-sol > 1 then
               move 1 to ws-bal-arg-por-sol
           end-if
           if ws-bal-arg-por-sol < -1 then
               move -1 to ws-bal-arg-por-sol
           end-if
           compute ws-bal-por-sol rounded =
               function acos(ws-bal-arg-por-sol)

           compute ws-bal-ra rounded =
               (24 * 60 / ws-bal-pi) * ws-bal-constante-solar * ws-bal-dr
             * (ws-bal-por-sol * function sin(ws-bal-lat-rad)
                               * function sin(ws-bal-declinacao)
              + function cos(ws-bal-lat-rad)
              * function cos(ws-bal-declinacao)
              * function sin(ws-bal-por-sol))
           if ws-bal-ra < 0 then
               move 0 to ws-bal-ra
           end-if

           compute ws-bal-temp-media rounded =
               (fd-mst-temp-min + fd-mst-temp-max) / 2
           if ws-bal-temp-media + 17,8 <= 0 then
               move 0 to ws-bal-et0
           else
               compute ws-bal-et0 rounded =
                   0,0023 * 0,408 * ws-bal-ra
                 * (ws-bal-temp-media + 17,8)
                 * function sqrt(fd-mst-temp-max - fd-mst-temp-min)
           end-if
           .
       calcula-et0-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Localiza a estacao ws-bal-estacao no cadastro; exige a latitude
      *>------------------------------------------------------------------------
       localiza-estacao section.

           move 0 to ws-ind-est-achada
           perform varying ws-ind-est from 1 by 1
                                   until ws-ind-est > ws-qtd-estacoes
                                      or ws-ind-est-achada > 0
               if ws-est-codigo(ws-ind-est) = ws-bal-estacao then
                   move ws-ind-est to ws-ind-est-achada
               end-if
           end-perform

           if ws-ind-est-achada = 0 then
               display "Estacao " ws-bal-estacao " nao cadastrada."
               exit section
           end-if

           if ws-est-tem-latitude(ws-ind-est-achada) <> "S" then
               display "Estacao " ws-bal-estacao " sem latitude no"
                       " cadastro: informe pela manutencao do cadastro"
                       " (testeTemp, opcao I)."
               move 0 to ws-ind-est-achada
           end-if
           .
       localiza-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Abre o mestre de leituras para consulta
      *>------------------------------------------------------------------------
       abre-mestre section.

           open input arqMestre
           if ws-fs-arqMestre <> 00 then
               move ws-fs-arqMestre to ws-fs-ultimo
               move "erro na abertura do mestre de leituras" to ws-msn
               perform grava-erro
               perform finaliza
           end-if
           .
       abre-mestre-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carga do cadastro de estacoes (linha antiga sem situacao: estacao
      *>  ativa desde sempre; sem latitude: fora do balanco)
      *>------------------------------------------------------------------------
       carrega-estacoes section.

           open input arqEstacoes.
           if ws-fs-arqEstacoes <> 00 then
               move ws-fs-arqEstacoes to ws-fs-ultimo
               move "erro na abertura do cadastro de estacoes" to ws-msn
               perform grava-erro
               perform finaliza
           end-if

           perform until ws-fs-arqEstacoes <> 00
                      or ws-qtd-estacoes >= 40
               read arqEstacoes
               if ws-fs-arqEstacoes = 00 then
                   add 1 to ws-qtd-estacoes
                   move fd-est-codigo to ws-est-codigo(ws-qtd-estacoes)
                   move fd-est-nome   to ws-est-nome(ws-qtd-estacoes)
                   if fd-est-situacao = "I" then
                       move "I" to ws-est-situacao(ws-qtd-estacoes)
                   else
                       move "A" to ws-est-situacao(ws-qtd-estacoes)
                   end-if
                   if fd-est-latitude is numeric then
                       move fd-est-latitude
                         to ws-est-latitude(ws-qtd-estacoes)
                       move "S" to ws-est-tem-latitude(ws-qtd-estacoes)
                   else
                       move 0   to ws-est-latitude(ws-qtd-estacoes)
                       move "N" to ws-est-tem-latitude(ws-qtd-estacoes)
                   end-if
               end-if
           end-perform

           close arqEstacoes

           if ws-qtd-estacoes = 0 then
               move ws-fs-arqEstacoes to ws-fs-ultimo
               move "cadastro de estacoes vazio"    to ws-msn
               perform grava-erro
               perform finaliza
           end-if
           .
       carrega-estacoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Quantidade de dias do mes (fevereiro pelo bissexto)
      *>------------------------------------------------------------------------
       calcula-dias-no-mes section.

           evaluate ws-bal-mes
               when 01 when 03 when 05 when 07 when 08 when 10 when 12
                   move 31 to ws-dias-no-mes
               when 04 when 06 when 09 when 11
                   move 30 to ws-dias-no-mes
               when 02
                   divide ws-bal-ano by 4
                       giving ws-quociente remainder ws-resto-4
                   divide ws-bal-ano by 100
                       giving ws-quociente remainder ws-resto-100
                   divide ws-bal-ano by 400
                       giving ws-quociente remainder ws-resto-400
                   if (ws-resto-4 = 0 and ws-resto-100 <> 0)
                   or ws-resto-400 = 0 then
                       move 29 to ws-dias-no-mes
                   else
                       move 28 to ws-dias-no-mes
                   end-if
               when other
                   move 31 to ws-dias-no-mes
           end-evaluate
           .
       calcula-dias-no-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava no log de erros o status do arquivo e a data/hora da abortagem
      *>------------------------------------------------------------------------
       grava-erro section.

           accept ws-data-atual from date yyyymmdd.
           accept ws-hora-atual from time.

           open extend arqErro.
           if ws-fs-arqErro = 35 then
               close arqErro
               open output arqErro
           end-if

           move 8 to return-code

           move ws-data-atual  to ws-err-data
           move ws-hora-atual  to ws-err-hora
           move ws-fs-ultimo   to ws-err-fs
           move ws-msn         to ws-err-msg
           write fd-erro-reg from ws-erro-linha

           close arqErro.

           display ws-msn
           display "status do arquivo: " ws-fs-ultimo
           .
       grava-erro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização
      *>------------------------------------------------------------------------
       finaliza section.
           Stop run
           .
       finaliza-exit.
           exit.
