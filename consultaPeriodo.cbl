      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "consultaPeriodo".
       author. "Leticia Fausto".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Historico de alteracoes
      *> 15/10/2026 - consulta de leituras do mestre por periodo: uma
      *>              estacao (ou todas as ativas, com ***) de qualquer
      *>              data inicial a qualquer data final, atravessando
      *>              meses e anos; leituras paginadas na tela com
      *>              subtotal por estacao/mes e total geral, e a mesma
      *>              selecao extraida em consulta-periodo.csv (delimitado
      *>              por ';', como o temperaturas.csv). Acesso pelo
      *>              cadastro de operadores, aberto ao nivel de consulta



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

      *>   Cadastro das estacoes da rede
           select arqEstacoes assign to "estacoes.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqEstacoes.

      *>   Cadastro de operadores (codigo, nome, senha e nivel de acesso)
           select arqOperadores assign to "operadores.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqOperadores.

      *>   Diario de auditoria (so os acessos negados, aqui)
           select arqAuditoria assign to "auditoria.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqAuditoria.

      *>   Extrato da consulta, recriado a cada execucao
           select arqExtrato assign to "consulta-periodo.csv"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqExtrato.

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

       fd arqOperadores.

       01 fd-operador-reg.
          05 fd-opr-codigo                               pic x(08).
          05 fd-opr-nome                                 pic x(20).
          05 fd-opr-senha                                pic x(08).
          05 fd-opr-nivel                                pic 9(01).

       fd arqAuditoria.

       01 fd-auditoria-reg                          pic x(80).

       fd arqExtrato.

       01 fd-extrato-reg                            pic x(80).

       fd arqErro.

       01 fd-erro-reg                                pic x(61).


      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqMestre                         pic 9(02).
       77  ws-fs-arqEstacoes                       pic 9(02).
       77  ws-fs-arqOperadores                     pic 9(02).
       77  ws-fs-arqAuditoria                      pic 9(02).
       77  ws-fs-arqExtrato                        pic 9(02).
       77  ws-fs-arqErro                           pic 9(02).
       77  ws-fs-ultimo                            pic 9(02) value 0.

      *>----Cadastro de operadores e controle de acesso: nivel 1 consulta,
      *>    nivel 2 manutencao e nivel 3 supervisor; sem operadores.txt o
      *>    programa segue com identificacao livre
       01 ws-operadores occurs 20.
          05 ws-opr-codigo                         pic x(08).
          05 ws-opr-nome                           pic x(20).
          05 ws-opr-senha                          pic x(08).
          05 ws-opr-nivel                           pic 9(01).
       77 ws-qtd-operadores                         pic 9(02) value 0.
       77 ws-ind-opr                                pic 9(02).
       77 ws-opr-achado                             pic 9(02) value 0.
       77 ws-nivel-operador                         pic 9(01) value 3.
       77 ws-operador                               pic x(08) value spaces.
       77 ws-senha-digitada                         pic x(08).
       77 ws-tentativas                             pic 9(01) value 0.
       77 ws-login-ok                               pic x(01) value "N".
          88 operador-identificado                  value "S".

      *>----Estacoes do cadastro
       01 ws-estacoes occurs 40.
          05 ws-est-codigo                         pic x(03).
          05 ws-est-nome                           pic x(20).
          05 ws-est-situacao                       pic x(01).
       77 ws-qtd-estacoes                           pic 9(02) value 0.
       77 ws-ind-est                                pic 9(02).
       77 ws-ind-est-achada                         pic 9(02) value 0.

      *>----Selecao da consulta
       77 ws-estacao-consulta                       pic x(03) value spaces.
       77 ws-data-inicio                            pic 9(08) value 0.
       77 ws-data-fim                               pic 9(08) value 0.
       77 ws-data-mestre                            pic 9(08).

      *>----Critica de data (AAAAMMDD)
       01 ws-data-critica                            pic 9(08).
       01 ws-data-critica-r redefines ws-data-critica.
          05 ws-dtc-ano                                 pic 9(04).
          05 ws-dtc-mes                                 pic 9(02).
          05 ws-dtc-dia                                 pic 9(02).
       77 ws-data-ok                                pic x(01) value "N".
          88 data-valida                            value "S".
       77 ws-dias-no-mes                            pic 9(02) value 0.
       77 ws-quociente                              pic 9(04).
       77 ws-resto-4                                pic 9(04).
       77 ws-resto-100                              pic 9(04).
       77 ws-resto-400                              pic 9(04).

      *>----Faixa plausivel de temperatura
       77 ws-temp-min                               pic s9(02)v99 value -50,00.
       77 ws-temp-max                               pic s9(02)v99 value 60,00.
       77 ws-media-dia                              pic s9(02)v99.

      *>----Paginacao da tela: uma pausa a cada pagina; 'F' na pausa
      *>    encerra a listagem dos dias, mas os subtotais e o total
      *>    continuam saindo (e o extrato continua sendo gravado)
       77 ws-linhas-pagina                          pic 9(02) value 20.
       77 ws-linhas-tela                            pic 9(02) value 0.
       77 ws-resposta-pagina                        pic x(01).
       77 ws-tela-dias                              pic x(01) value "S".
          88 tela-mostra-dias                       value "S".
       01 ws-tela-linha                             pic x(79).

      *>----Acumuladores do mes corrente da estacao (subtotal) e do total
      *>    geral; estimados (E) e leituras fora da faixa ficam fora das
      *>    medias, contados a parte
       77 ws-grupo-ano                              pic 9(04) value 0.
       77 ws-grupo-mes                              pic 9(02) value 0.
       77 ws-grupo-estacao                          pic x(03) value spaces.
       01 ws-subtotal.
          05 ws-sub-qtd                                 pic 9(05).
          05 ws-sub-validos                             pic 9(05).
          05 ws-sub-estimados                           pic 9(05).
          05 ws-sub-rejeitados                          pic 9(05).
          05 ws-sub-soma-min                            pic s9(07)v99.
          05 ws-sub-soma-max                            pic s9(07)v99.
          05 ws-sub-chuva                               pic 9(07)v9.
          05 ws-sub-menor-min                           pic s9(02)v99.
          05 ws-sub-maior-max                           pic s9(02)v99.
       01 ws-total.
          05 ws-tot-qtd                                 pic 9(05).
          05 ws-tot-validos                             pic 9(05).
          05 ws-tot-estimados                           pic 9(05).
          05 ws-tot-rejeitados                          pic 9(05).
          05 ws-tot-soma-min                            pic s9(07)v99.
          05 ws-tot-soma-max                            pic s9(07)v99.
          05 ws-tot-chuva                               pic 9(07)v9.
          05 ws-tot-menor-min                           pic s9(02)v99.
          05 ws-tot-maior-max                           pic s9(02)v99.
       77 ws-qtd-estacoes-lidas                     pic 9(02) value 0.
       77 ws-qtd-meses-lidos                        pic 9(04) value 0.

       77 ws-fim-mestre                             pic x(01) value "N".
          88 fim-do-mestre                          value "S".

       77 ws-msn                                   pic x(40).

      *>----Variaveis de data e hora
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

      *>----Linha de seguranca no diario de auditoria (acesso negado)
       01 ws-seg-linha.
          05 ws-seg-texto                               pic x(18).
          05 ws-seg-funcao                              pic x(20).
          05 filler                                 pic x(04) value " em ".
          05 ws-seg-data                                pic 9(08).
          05 filler                                 pic x(01) value " ".
          05 ws-seg-hora                                pic 9(08).
          05 filler                                 pic x(05) value " por ".
          05 ws-seg-operador                            pic x(08).
          05 filler                                 pic x(08) value spaces.

      *>----Linhas da tela
       01 ws-tel-cabecalho                           pic x(79)
           value "EST DATA       MINIMA MAXIMA MEDIA CHUVA UMID ORIGEM".
       01 ws-tel-estacao.
          05 filler                                 pic x(08) value "ESTACAO ".
          05 ws-tel-est-codigo                          pic x(03).
          05 filler                                 pic x(03) value " - ".
          05 ws-tel-est-nome                            pic x(20).
          05 filler                                 pic x(45) value spaces.
       01 ws-tel-detalhe.
          05 ws-tel-estacao-cod                         pic x(03).
          05 filler                                 pic x(01) value " ".
          05 ws-tel-dia                                 pic 9(02).
          05 filler                                 pic x(01) value "/".
          05 ws-tel-mes                                 pic 9(02).
          05 filler                                 pic x(01) value "/".
          05 ws-tel-ano                                 pic 9(04).
          05 filler                                 pic x(01) value " ".
          05 ws-tel-minima                              pic s9(02)v99
                                   sign is trailing separate character.
          05 filler                                 pic x(02) value spaces.
          05 ws-tel-maxima                              pic s9(02)v99
                                   sign is trailing separate character.
          05 filler                                 pic x(02) value spaces.
          05 ws-tel-media                               pic s9(02)v99
                                   sign is trailing separate character.
          05 filler                                 pic x(01) value " ".
          05 ws-tel-chuva                               pic 9(03)v9.
          05 filler                                 pic x(02) value spaces.
          05 ws-tel-umidade                             pic 9(03).
          05 filler                                 pic x(02) value spaces.
          05 ws-tel-origem                              pic x(09).
          05 filler                                 pic x(22) value spaces.
       01 ws-tel-subtotal.
          05 filler                                 pic x(09) value "SUBTOTAL ".
          05 ws-tsb-estacao                             pic x(03).
          05 filler                                 pic x(01) value " ".
          05 ws-tsb-mes                                 pic 9(02).
          05 filler                                 pic x(01) value "/".
          05 ws-tsb-ano                                 pic 9(04).
          05 filler                                 pic x(06) value " DIAS ".
          05 ws-tsb-validos                             pic 9(03).
          05 filler                                 pic x(05) value " MIN ".
          05 ws-tsb-media-min                           pic s9(02)v99
                                   sign is trailing separate character.
          05 filler                                 pic x(05) value " MAX ".
          05 ws-tsb-media-max                           pic s9(02)v99
                                   sign is trailing separate character.
          05 filler                                 pic x(07) value " CHUVA ".
          05 ws-tsb-chuva                               pic 9(04)v9.
          05 filler                                 pic x(05) value " EST ".
          05 ws-tsb-estimados                           pic 9(03).
          05 filler                                 pic x(05) value " REJ ".
          05 ws-tsb-rejeitados                          pic 9(03).
       01 ws-tel-total-1.
          05 filler                                 pic x(29)
                                value "TOTAL GERAL - LEITURAS.....: ".
          05 ws-ttl-qtd                                 pic 9(05).
          05 filler                                 pic x(14) value " VALIDAS....: ".
          05 ws-ttl-validos                             pic 9(05).
          05 filler                                 pic x(26) value spaces.
       01 ws-tel-total-2.
          05 filler                                 pic x(29)
                                value "MEDIA DAS MINIMAS / MAXIMAS: ".
          05 ws-ttl-media-min                           pic s9(02)v99
                                   sign is trailing separate character.
          05 filler                                 pic x(03) value " / ".
          05 ws-ttl-media-max                           pic s9(02)v99
                                   sign is trailing separate character.
          05 filler                                 pic x(37) value spaces.
       01 ws-tel-total-3.
          05 filler                                 pic x(29)
                                value "MENOR MINIMA / MAIOR MAXIMA: ".
          05 ws-ttl-menor-min                           pic s9(02)v99
                                   sign is trailing separate character.
          05 filler                                 pic x(03) value " / ".
          05 ws-ttl-maior-max                           pic s9(02)v99
                                   sign is trailing separate character.
          05 filler                                 pic x(37) value spaces.
       01 ws-tel-total-4.
          05 filler                                 pic x(29)
                                value "CHUVA TOTAL................: ".
          05 ws-ttl-chuva                               pic 9(07)v9.
          05 filler                                 pic x(14) value " ESTIMADOS..: ".
          05 ws-ttl-estimados                           pic 9(05).
          05 filler                                 pic x(10) value " REJ....: ".
          05 ws-ttl-rejeitados                          pic 9(05).

      *>----Linhas do extrato (delimitado por ';' - ',' e o ponto decimal)
       01 ws-ext-periodo.
          05 filler                                 pic x(09) value "CONSULTA;".
          05 ws-ext-estacao-sel                         pic x(03).
          05 filler                                 pic x(01) value ";".
          05 ws-ext-inicio                              pic 9(08).
          05 filler                                 pic x(01) value ";".
          05 ws-ext-fim                                 pic 9(08).
          05 filler                                 pic x(50) value spaces.
       01 ws-ext-cabecalho                           pic x(80)
           value "ESTACAO;DATA;MINIMA;MAXIMA;MEDIA-DIA;CHUVA;UMIDADE;ORIGEM".
       01 ws-ext-detalhe.
          05 ws-ext-estacao                             pic x(03).
          05 filler                                 pic x(01) value ";".
          05 ws-ext-data                                pic 9(08).
          05 filler                                 pic x(01) value ";".
          05 ws-ext-minima                              pic s9(02)v99
                                   sign is trailing separate character.
          05 filler                                 pic x(01) value ";".
          05 ws-ext-maxima                              pic s9(02)v99
                                   sign is trailing separate character.
          05 filler                                 pic x(01) value ";".
          05 ws-ext-media                               pic s9(02)v99
                                   sign is trailing separate character.
          05 filler                                 pic x(01) value ";".
          05 ws-ext-chuva                               pic 9(03)v9.
          05 filler                                 pic x(01) value ";".
          05 ws-ext-umidade                             pic 9(03).
          05 filler                                 pic x(01) value ";".
          05 ws-ext-origem                              pic x(01).


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

           accept ws-data-atual from date yyyymmdd
           accept ws-hora-atual from time

           perform identifica-operador
           perform carrega-estacoes
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal: selecao, leitura do mestre por estacao
      *>  e periodo, total geral
      *>------------------------------------------------------------------------
       processamento section.

      *>    so consulta: qualquer operador identificado (nivel 1 ou mais)
           display "consultaPeriodo - leituras do mestre por periodo"
           display "Estacao (*** = todas as ativas): "
           accept ws-estacao-consulta

           if ws-estacao-consulta <> "***" then
               move 0 to ws-ind-est-achada
               perform varying ws-ind-est from 1 by 1
                                   until ws-ind-est > ws-qtd-estacoes
                                      or ws-ind-est-achada > 0
                   if ws-est-codigo(ws-ind-est) = ws-estacao-consulta then
                       move ws-ind-est to ws-ind-est-achada
                   end-if
               end-perform
               if ws-ind-est-achada = 0 then
                   display "Estacao " ws-estacao-consulta
                           " nao cadastrada."
                   exit section
               end-if
           end-if

           display "Data inicial (AAAAMMDD): "
           accept ws-data-inicio
           move ws-data-inicio to ws-data-critica
           perform valida-data
           if not data-valida then
               display "Data inicial invalida."
               exit section
           end-if

           display "Data final (AAAAMMDD): "
           accept ws-data-fim
           move ws-data-fim to ws-data-critica
           perform valida-data
           if not data-valida
           or ws-data-fim < ws-data-inicio then
               display "Data final invalida ou anterior a inicial."
               exit section
           end-if

           open input arqMestre
           if ws-fs-arqMestre = 35 then
               display "mestre.dat inexistente: nada a consultar."
               exit section
           end-if
           if ws-fs-arqMestre <> 00 then
               move ws-fs-arqMestre to ws-fs-ultimo
               move "erro na abertura do mestre de leituras" to ws-msn
               perform grava-erro
               perform finaliza
           end-if

           open output arqExtrato
           if ws-fs-arqExtrato <> 00 then
               close arqMestre
               move ws-fs-arqExtrato to ws-fs-ultimo
               move "erro na abertura do extrato da consulta" to ws-msn
               perform grava-erro
               perform finaliza
           end-if

           move ws-estacao-consulta to ws-ext-estacao-sel
           move ws-data-inicio      to ws-ext-inicio
           move ws-data-fim         to ws-ext-fim
           write fd-extrato-reg from ws-ext-periodo
           write fd-extrato-reg from ws-ext-cabecalho

           initialize ws-total
           move  99,99 to ws-tot-menor-min
           move -99,99 to ws-tot-maior-max
           move 0   to ws-linhas-tela
           move "S" to ws-tela-dias

           if ws-estacao-consulta = "***" then
               perform varying ws-ind-est from 1 by 1
                                   until ws-ind-est > ws-qtd-estacoes
                   if ws-est-situacao(ws-ind-est) <> "I" then
                       move ws-ind-est to ws-ind-est-achada
                       perform consulta-estacao
                   end-if
               end-perform
           else
               perform consulta-estacao
           end-if

           close arqMestre

           close arqExtrato
           if ws-fs-arqExtrato <> 00 then
               move "erro no fechamento do extrato" to ws-msn
               display ws-msn
               display "status do arquivo: " ws-fs-arqExtrato
               move 8 to return-code
           end-if

           perform mostra-total
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Leituras de uma estacao (ws-ind-est-achada) no periodo: o mestre
      *>  esta na ordem estacao/ano/mes/dia, entao basta posicionar na data
      *>  inicial e ler ate trocar de estacao ou passar da data final
      *>------------------------------------------------------------------------
       consulta-estacao section.

           move ws-est-codigo(ws-ind-est-achada) to fd-mst-estacao
           move ws-data-inicio                   to ws-data-critica
           move ws-dtc-ano                       to fd-mst-ano
           move ws-dtc-mes                       to fd-mst-mes
           move ws-dtc-dia                       to fd-mst-dia

           move "N" to ws-fim-mestre
           start arqMestre key is >= fd-mst-chave
           if ws-fs-arqMestre <> 00 then
               exit section
           end-if

           move spaces to ws-grupo-estacao
           move 0      to ws-grupo-ano
           move 0      to ws-grupo-mes

           perform until fim-do-mestre
               read arqMestre next
               if ws-fs-arqMestre <> 00 then
                   move "S" to ws-fim-mestre
               else
                   compute ws-data-mestre = fd-mst-ano * 10000
                                          + fd-mst-mes * 100
                                          + fd-mst-dia
                   if fd-mst-estacao <> ws-est-codigo(ws-ind-est-achada)
                   or ws-data-mestre > ws-data-fim then
                       move "S" to ws-fim-mestre
                   else
      *>                troca de mes: fecha o subtotal do mes anterior
                       if ws-grupo-estacao = spaces then
                           add 1 to ws-qtd-estacoes-lidas
                           move ws-est-codigo(ws-ind-est-achada)
                             to ws-tel-est-codigo
                           move ws-est-nome(ws-ind-est-achada)
                             to ws-tel-est-nome
                           move ws-tel-estacao to ws-tela-linha
                           perform exibe-linha
                           move ws-tel-cabecalho to ws-tela-linha
                           perform exibe-linha
                       else
                           if fd-mst-ano <> ws-grupo-ano
                           or fd-mst-mes <> ws-grupo-mes then
                               perform fecha-subtotal
                           end-if
                       end-if
                       if ws-grupo-estacao = spaces
                       or fd-mst-ano <> ws-grupo-ano
                       or fd-mst-mes <> ws-grupo-mes then
                           move fd-mst-estacao to ws-grupo-estacao
                           move fd-mst-ano     to ws-grupo-ano
                           move fd-mst-mes     to ws-grupo-mes
                           initialize ws-subtotal
                           move  99,99 to ws-sub-menor-min
                           move -99,99 to ws-sub-maior-max
                       end-if
                       perform trata-leitura
                   end-if
               end-if
           end-perform

           if ws-grupo-estacao <> spaces then
               perform fecha-subtotal
           end-if
           .
       consulta-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Uma leitura do periodo: acumula no subtotal, mostra na tela (se a
      *>  listagem dos dias nao foi encerrada) e grava no extrato
      *>------------------------------------------------------------------------
       trata-leitura section.

           add 1 to ws-sub-qtd

           if fd-mst-temp-min is numeric
           and fd-mst-temp-max is numeric then
               compute ws-media-dia rounded =
                   (fd-mst-temp-min + fd-mst-temp-max) / 2
           else
               move 0 to ws-media-dia
           end-if

           evaluate true
               when fd-mst-origem = "E"
                   add 1 to ws-sub-estimados
                   move "ESTIMADO" to ws-tel-origem
               when fd-mst-temp-min is not numeric
                 or fd-mst-temp-max is not numeric
                 or fd-mst-temp-min < ws-temp-min
                 or fd-mst-temp-max > ws-temp-max
                 or fd-mst-temp-min > fd-mst-temp-max
                   add 1 to ws-sub-rejeitados
                   move "REJEITADO" to ws-tel-origem
               when other
                   add 1 to ws-sub-validos
                   add fd-mst-temp-min     to ws-sub-soma-min
                   add fd-mst-temp-max     to ws-sub-soma-max
                   add fd-mst-precipitacao to ws-sub-chuva
                   if fd-mst-temp-min < ws-sub-menor-min then
                       move fd-mst-temp-min to ws-sub-menor-min
                   end-if
                   if fd-mst-temp-max > ws-sub-maior-max then
                       move fd-mst-temp-max to ws-sub-maior-max
                   end-if
                   evaluate fd-mst-origem
                       when "H"
                           move "HORARIO"  to ws-tel-origem
                       when "P"
                           move "INCOMPL"  to ws-tel-origem
                       when other
                           move spaces     to ws-tel-origem
                   end-evaluate
           end-evaluate

           if tela-mostra-dias then
               move fd-mst-estacao      to ws-tel-estacao-cod
               move fd-mst-dia          to ws-tel-dia
               move fd-mst-mes          to ws-tel-mes
               move fd-mst-ano          to ws-tel-ano
               move fd-mst-temp-min     to ws-tel-minima
               move fd-mst-temp-max     to ws-tel-maxima
               move ws-media-dia        to ws-tel-media
               move fd-mst-precipitacao to ws-tel-chuva
               move fd-mst-umidade      to ws-tel-umidade
               move ws-tel-detalhe to ws-tela-linha
               perform exibe-linha
           end-if

           move fd-mst-estacao      to ws-ext-estacao
           move ws-data-mestre      to ws-ext-data
           move fd-mst-temp-min     to ws-ext-minima
           move fd-mst-temp-max     to ws-ext-maxima
           move ws-media-dia        to ws-ext-media
           move fd-mst-precipitacao to ws-ext-chuva
           move fd-mst-umidade      to ws-ext-umidade
           move fd-mst-origem       to ws-ext-origem
           write fd-extrato-reg from ws-ext-detalhe
           if ws-fs-arqExtrato <> 00 then
               move ws-fs-arqExtrato to ws-fs-ultimo
               move "erro na gravacao do extrato da consulta" to ws-msn
               perform grava-erro
               perform finaliza
           end-if
           .
       trata-leitura-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Subtotal do mes corrente da estacao na tela e acumulo no total
      *>------------------------------------------------------------------------
       fecha-subtotal section.

           add 1 to ws-qtd-meses-lidos

           move ws-grupo-estacao  to ws-tsb-estacao
           move ws-grupo-mes      to ws-tsb-mes
           move ws-grupo-ano      to ws-tsb-ano
           move ws-sub-validos    to ws-tsb-validos
           move ws-sub-chuva      to ws-tsb-chuva
           move ws-sub-estimados  to ws-tsb-estimados
           move ws-sub-rejeitados to ws-tsb-rejeitados
           if ws-sub-validos > 0 then
               compute ws-tsb-media-min rounded =
                   ws-sub-soma-min / ws-sub-validos
               compute ws-tsb-media-max rounded =
                   ws-sub-soma-max / ws-sub-validos
           else
               move 0 to ws-tsb-media-min
               move 0 to ws-tsb-media-max
           end-if
           move ws-tel-subtotal to ws-tela-linha
           perform exibe-linha

           add ws-sub-qtd        to ws-tot-qtd
           add ws-sub-validos    to ws-tot-validos
           add ws-sub-estimados  to ws-tot-estimados
           add ws-sub-rejeitados to ws-tot-rejeitados
           add ws-sub-soma-min   to ws-tot-soma-min
           add ws-sub-soma-max   to ws-tot-soma-max
           add ws-sub-chuva      to ws-tot-chuva
           if ws-sub-validos > 0 then
               if ws-sub-menor-min < ws-tot-menor-min then
                   move ws-sub-menor-min to ws-tot-menor-min
               end-if
               if ws-sub-maior-max > ws-tot-maior-max then
                   move ws-sub-maior-max to ws-tot-maior-max
               end-if
           end-if
           .
       fecha-subtotal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Total geral da consulta
      *>------------------------------------------------------------------------
       mostra-total section.

           display " "
           if ws-tot-qtd = 0 then
               display "Nenhuma leitura no periodo " ws-data-inicio
                       " a " ws-data-fim "."
               exit section
           end-if

           move ws-tot-qtd        to ws-ttl-qtd
           move ws-tot-validos    to ws-ttl-validos
           move ws-tot-chuva      to ws-ttl-chuva
           move ws-tot-estimados  to ws-ttl-estimados
           move ws-tot-rejeitados to ws-ttl-rejeitados
           if ws-tot-validos > 0 then
               compute ws-ttl-media-min rounded =
                   ws-tot-soma-min / ws-tot-validos
               compute ws-ttl-media-max rounded =
                   ws-tot-soma-max / ws-tot-validos
               move ws-tot-menor-min to ws-ttl-menor-min
               move ws-tot-maior-max to ws-ttl-maior-max
           else
               move 0 to ws-ttl-media-min
               move 0 to ws-ttl-media-max
               move 0 to ws-ttl-menor-min
               move 0 to ws-ttl-maior-max
           end-if

           display "Periodo " ws-data-inicio " a " ws-data-fim
                   " - " ws-qtd-estacoes-lidas " estacao(oes), "
                   ws-qtd-meses-lidos " mes(es)"
           display ws-tel-total-1
           display ws-tel-total-2
           display ws-tel-total-3
           display ws-tel-total-4
           display "Extrato gravado em consulta-periodo.csv"
           .
       mostra-total-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Mostra uma linha na tela e pausa ao fim de cada pagina; depois
      *>  do 'F' a pausa deixa de ser feita e os dias nao saem mais
      *>------------------------------------------------------------------------
       exibe-linha section.

           display ws-tela-linha

           if not tela-mostra-dias then
               exit section
           end-if

           add 1 to ws-linhas-tela
           if ws-linhas-tela >= ws-linhas-pagina then
               move 0 to ws-linhas-tela
               display "ENTER = proxima pagina, 'F' = so subtotais: "
               move space to ws-resposta-pagina
               accept ws-resposta-pagina
               if ws-resposta-pagina = "F"
               or ws-resposta-pagina = "f" then
                   move "N" to ws-tela-dias
               end-if
           end-if
           .
       exibe-linha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Identificacao do operador pelo cadastro de operadores.txt (codigo,
      *>  senha e nivel de acesso); tres tentativas e a execucao e abortada,
      *>  com cada acesso negado anotado na auditoria. Sem o cadastro o
      *>  programa segue com identificacao livre
      *>------------------------------------------------------------------------
       identifica-operador section.

           open input arqOperadores
           if ws-fs-arqOperadores <> 00 then
               display "operadores.txt ausente: identificacao livre."
               perform until ws-operador <> spaces
                   display "Identificacao do operador: "
                   accept ws-operador
               end-perform
               move 3 to ws-nivel-operador
               exit section
           end-if

           perform until ws-fs-arqOperadores <> 00
                      or ws-qtd-operadores >= 20
               read arqOperadores
               if ws-fs-arqOperadores = 00 then
                   add 1 to ws-qtd-operadores
                   move fd-opr-codigo to ws-opr-codigo(ws-qtd-operadores)
                   move fd-opr-nome   to ws-opr-nome(ws-qtd-operadores)
                   move fd-opr-senha  to ws-opr-senha(ws-qtd-operadores)
                   if fd-opr-nivel is numeric
                   and fd-opr-nivel >= 1 and fd-opr-nivel <= 3 then
                       move fd-opr-nivel
                         to ws-opr-nivel(ws-qtd-operadores)
                   else
                       move 1 to ws-opr-nivel(ws-qtd-operadores)
                   end-if
               end-if
           end-perform
           close arqOperadores

           if ws-qtd-operadores = 0 then
               display "operadores.txt vazio: identificacao livre."
               perform until ws-operador <> spaces
                   display "Identificacao do operador: "
                   accept ws-operador
               end-perform
               move 3 to ws-nivel-operador
               exit section
           end-if

           move "N" to ws-login-ok
           move 0   to ws-tentativas

           perform until operador-identificado
                      or ws-tentativas >= 3
               display "Codigo do operador: "
               accept ws-operador
               display "Senha: "
               accept ws-senha-digitada

               move 0 to ws-opr-achado
               perform varying ws-ind-opr from 1 by 1
                                   until ws-ind-opr > ws-qtd-operadores
                                      or ws-opr-achado > 0
                   if ws-opr-codigo(ws-ind-opr) = ws-operador
                   and ws-opr-senha(ws-ind-opr) = ws-senha-digitada then
                       move ws-ind-opr to ws-opr-achado
                   end-if
               end-perform

               if ws-opr-achado > 0 then
                   move "S" to ws-login-ok
                   move ws-opr-nivel(ws-opr-achado) to ws-nivel-operador
                   display "Bem-vindo(a), " ws-opr-nome(ws-opr-achado)
                           " (nivel " ws-nivel-operador ")"
               else
                   add 1 to ws-tentativas
                   display "Codigo ou senha invalidos."
                   move "ACESSO NEGADO"     to ws-seg-texto
                   move ws-operador         to ws-seg-funcao
                   perform grava-seguranca
                   move spaces to ws-operador
               end-if
           end-perform

           if not operador-identificado then
               move 0 to ws-fs-ultimo
               move "tres acessos negados na identificacao" to ws-msn
               perform grava-erro
               perform finaliza
           end-if
           .
       identifica-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Anota no diario de auditoria um acesso negado ou um privilegio
      *>  recusado (texto e funcao preenchidos pelo chamador)
      *>------------------------------------------------------------------------
       grava-seguranca section.

           accept ws-data-atual from date yyyymmdd
           accept ws-hora-atual from time

           open extend arqAuditoria
           if ws-fs-arqAuditoria = 35 then
               close arqAuditoria
               open output arqAuditoria
           end-if
           if ws-fs-arqAuditoria <> 00 then
               move "erro na abertura da auditoria" to ws-msn
               display ws-msn
               display "status do arquivo: " ws-fs-arqAuditoria
               move 8 to return-code
           else
               move ws-data-atual to ws-seg-data
               move ws-hora-atual to ws-seg-hora
               move ws-operador   to ws-seg-operador
               write fd-auditoria-reg from ws-seg-linha
               close arqAuditoria
           end-if
           .
       grava-seguranca-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega o cadastro de estacoes (codigo, nome e situacao; linha
      *>  antiga sem situacao conta como ativa)
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
      *>  Critica de data AAAAMMDD (ws-data-critica): mes 1-12 e dia
      *>  dentro do mes, com ano bissexto
      *>------------------------------------------------------------------------
       valida-data section.

           move "N" to ws-data-ok

           if ws-dtc-ano < 1900
           or ws-dtc-mes < 1 or ws-dtc-mes > 12
           or ws-dtc-dia < 1 then
               exit section
           end-if

           evaluate ws-dtc-mes
               when 04 when 06 when 09 when 11
                   move 30 to ws-dias-no-mes
               when 02
                   divide ws-dtc-ano by 4
                       giving ws-quociente remainder ws-resto-4
                   divide ws-dtc-ano by 100
                       giving ws-quociente remainder ws-resto-100
                   divide ws-dtc-ano by 400
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

           if ws-dtc-dia <= ws-dias-no-mes then
               move "S" to ws-data-ok
           end-if
           .
       valida-data-exit.
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
