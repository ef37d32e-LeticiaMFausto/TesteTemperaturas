      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "recordesTemp".
       author. "Leticia Fausto".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Historico de alteracoes
      *> 15/10/2026 - registro de recordes historicos por estacao
      *>              (recordes.dat): para cada dia e cada mes do
      *>              calendario, a maior maxima, a menor minima, a maior
      *>              minima, a menor maxima e o dia mais chuvoso, cada
      *>              um com o ano (e o dia, no recorde do mes) em que
      *>              aconteceu; construcao completa a partir dos
      *>              arquivos anuais (arquivo-AAAA.txt) e do mestre de
      *>              leituras, e listagem dos recordes de uma estacao
      *>              (recordes.txt). A carga mantem os recordes em dia a
      *>              cada integracao e a manutencao do testeTemp confere
      *>              de novo os recordes do dia corrigido



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

      *>   Arquivo anual de retencao gravado pelo arquivaTemp (o nome e
      *>   montado como arquivo-AAAA.txt)
           select arqAnual assign to ws-arq-anual-nome
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqAnual.

      *>   Recordes historicos: chave estacao/tipo (D = dia do calendario,
      *>   M = mes do calendario)/mes/dia; o registro de controle (tipo C,
      *>   estacao em branco) guarda o primeiro ano da serie
           select arqRecordes assign to "recordes.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-rec-chave
           lock mode is automatic
           file status is ws-fs-arqRecordes.

      *>   Listagem dos recordes de uma estacao
           select arqListaRec assign to "recordes.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqListaRec.

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

       fd arqAnual.

       01 fd-anual-reg                              pic x(27).

       fd arqRecordes.

       01 fd-recorde-reg.
          05 fd-rec-chave.
             10 fd-rec-estacao                     pic x(03).
             10 fd-rec-tipo                         pic x(01).
             10 fd-rec-mes                          pic 9(02).
             10 fd-rec-dia                          pic 9(02).
      *>    marcas: 1 maior maxima, 2 menor minima, 3 maior minima,
      *>    4 menor maxima, 5 maior chuva; ano zero = marca ainda vazia
          05 fd-rec-marcas.
             10 fd-rec-marca occurs 5.
                15 fd-rec-valor                     pic s9(03)v99.
                15 fd-rec-ano                       pic 9(04).
                15 fd-rec-dia-marca                 pic 9(02).
          05 fd-rec-controle redefines fd-rec-marcas.
             10 fd-rec-primeiro-ano                 pic 9(04).
             10 fd-rec-data-carga                   pic 9(08).
             10 filler                              pic x(43).

       fd arqListaRec.

       01 fd-lista-rec-reg                          pic x(100).

       fd arqErro.

       01 fd-erro-reg                                pic x(61).


      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqMestre                         pic 9(02).
       77  ws-fs-arqAnual                          pic 9(02).
       77  ws-fs-arqRecordes                       pic 9(02).
       77  ws-fs-arqListaRec                       pic 9(02).
       77  ws-fs-arqErro                           pic 9(02).
       77  ws-fs-ultimo                            pic 9(02) value 0.

      *>----Nome do arquivo anual montado por ano lido
       77 ws-arq-anual-nome                         pic x(20) value spaces.
       01 ws-nome-montado.
          05 filler                                pic x(08) value "arquivo-".
          05 ws-nome-ano                            pic 9(04).
          05 filler                                pic x(04) value ".txt".

       01 ws-anual-reg.
          05 ws-anu-estacao                         pic x(03).
          05 ws-anu-ano                             pic 9(04).
          05 ws-anu-mes                             pic 9(02).
          05 ws-anu-dia                             pic 9(02).
          05 ws-anu-temp-min                        pic s9(02)v99.
          05 ws-anu-temp-max                        pic s9(02)v99.
          05 ws-anu-precipitacao                    pic 9(03)v9.
          05 ws-anu-umidade                         pic 9(03).
          05 ws-anu-origem                          pic x(01).

      *>----Opcao do operador
       77 ws-opcao                                  pic x(01).
       77 ws-confirma                               pic x(01) value "N".
       77 ws-rcd-primeiro-ano                       pic 9(04) value 0.
       77 ws-rcd-ano-lido                           pic 9(04) value 0.
       77 ws-rcd-ano-atual                          pic 9(04) value 0.
       77 ws-rcd-estacao-lista                      pic x(03) value spaces.
       77 ws-rcd-tipo-lista                         pic x(01) value spaces.

      *>----Faixa plausivel das leituras (a mesma do testeTemp)
       77 ws-temp-min                               pic s9(02)v99 value -50,00.
       77 ws-temp-max                               pic s9(02)v99 value 60,00.

      *>----Dia candidato a recorde (lido do mestre ou do arquivo anual)
       01 ws-rcd-dia-lido.
          05 ws-rcd-estacao                         pic x(03).
          05 ws-rcd-ano                             pic 9(04).
          05 ws-rcd-mes                             pic 9(02).
          05 ws-rcd-dia                             pic 9(02).
          05 ws-rcd-min                             pic s9(02)v99.
          05 ws-rcd-max                             pic s9(02)v99.
          05 ws-rcd-chuva                           pic 9(03)v9.
          05 ws-rcd-origem                          pic x(01).

      *>    so o dia medido (ou derivado das horas completas) dentro da
      *>    faixa conta para recorde; estimado e incompleto ficam fora
       77 ws-rcd-valido                             pic x(01) value "N".
          88 rcd-dia-valido                         value "S".

      *>----Valor do dia para cada marca e o sentido dela (+ vence o
      *>    maior, - vence o menor)
       01 ws-rcd-candidatos.
          05 ws-rcd-cand occurs 5                   pic s9(03)v99.
       01 ws-rcd-sentidos-def                       pic x(05) value "+--++".
       01 ws-rcd-sentidos redefines ws-rcd-sentidos-def.
          05 ws-rcd-sentido occurs 5                pic x(01).
       01 ws-rcd-nomes-def.
          05 filler                                 pic x(13) value "MAIOR MAXIMA".
          05 filler                                 pic x(13) value "MENOR MINIMA".
          05 filler                                 pic x(13) value "MAIOR MINIMA".
          05 filler                                 pic x(13) value "MENOR MAXIMA".
          05 filler                                 pic x(13) value "MAIOR CHUVA".
       01 ws-rcd-nomes redefines ws-rcd-nomes-def.
          05 ws-rcd-nome occurs 5                   pic x(13).

       77 ws-rcd-ind-marca                          pic 9(01).
       77 ws-rcd-alterado                           pic x(01) value "N".
          88 rcd-registro-alterado                  value "S".
       77 ws-rcd-novo                               pic x(01) value "N".
          88 rcd-registro-novo                      value "S".

      *>----Contadores da construcao
       77 ws-rcd-qtd-lidos                          pic 9(07) value 0.
       77 ws-rcd-qtd-usados                         pic 9(07) value 0.
       77 ws-rcd-qtd-anuais                         pic 9(03) value 0.
       77 ws-rcd-qtd-listados                       pic 9(04) value 0.

       77 ws-fim-mestre                             pic x(01) value "N".
          88 fim-do-mestre                          value "S".
       77 ws-fim-recordes                           pic x(01) value "N".
          88 fim-dos-recordes                       value "S".

       77 ws-msn                                   pic x(40).

      *>----Variaveis de data e hora (log de erros)
       01 ws-data-atual                              pic 9(08).
       01 ws-data-atual-r redefines ws-data-atual.
          05 ws-data-atual-ano                       pic 9(04).
          05 filler                                  pic x(04).
       01 ws-hora-atual                              pic 9(08).

       01 ws-erro-linha.
          05 ws-err-data                              pic 9(08).
          05 filler                                 pic x(01) value " ".
          05 ws-err-hora                              pic 9(08).
          05 filler                                 pic x(01) value " ".
          05 ws-err-fs                                pic 9(02).
          05 filler                                 pic x(01) value " ".
          05 ws-err-msg                               pic x(40).

      *>----Linhas da listagem de recordes
       01 ws-lst-cabecalho.
          05 filler                                 pic x(28)
                             value "RECORDES HISTORICOS ESTACAO ".
          05 ws-lst-cab-est                             pic x(03).
          05 filler                                 pic x(15)
                             value " - serie desde ".
          05 ws-lst-cab-ano                             pic 9(04).
          05 filler                                 pic x(50) value spaces.
       01 ws-lst-colunas                             pic x(100) value
          "REFER.    | MAIOR MAXIMA    | MENOR MINIMA    | MAIOR MINIMA    | MENOR MAXIMA    | MAIOR CHUVA".
       01 ws-lst-detalhe.
          05 ws-lst-referencia                          pic x(10).
          05 ws-lst-marca occurs 5.
             10 filler                              pic x(02) value "| ".
             10 ws-lst-valor                        pic s9(03)v99
                                   sign is trailing separate character.
             10 filler                              pic x(01) value " ".
             10 ws-lst-ano                          pic 9(04).
             10 ws-lst-barra                        pic x(01).
             10 ws-lst-dia                          pic x(02).
             10 filler                              pic x(02) value spaces.
          05 filler                                 pic x(05) value spaces.
       01 ws-lst-ref-mes.
          05 filler                                 pic x(04) value "MES ".
          05 ws-lst-ref-mes-mes                         pic 9(02).
          05 filler                                 pic x(04) value spaces.
       01 ws-lst-ref-dia.
          05 filler                                 pic x(04) value "DIA ".
          05 ws-lst-ref-dia-dia                         pic 9(02).
          05 filler                                 pic x(01) value "/".
          05 ws-lst-ref-dia-mes                         pic 9(02).
          05 filler                                 pic x(01) value spaces.


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
           move ws-data-atual-ano to ws-rcd-ano-atual
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal: construcao completa ou listagem
      *>------------------------------------------------------------------------
       processamento section.

           display "recordesTemp - recordes historicos das estacoes"
           display "'C'onstruir - refazer recordes.dat desde o primeiro ano"
           display "'L'istar - recordes de uma estacao em recordes.txt"
           display "'S'air"
           accept ws-opcao

           evaluate ws-opcao
               when "C" when "c"
                   perform constroi-recordes
               when "L" when "l"
                   perform lista-recordes
               when other
                   continue
           end-evaluate
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Construcao completa: recordes.dat e recriado vazio e recebe cada
      *>  dia valido dos arquivos anuais (do primeiro ano da serie ate o
      *>  ano atual, os que existirem) e do mestre inteiro. Um ano
      *>  recarregado no mestre e tambem presente no arquivo anual nao
      *>  altera nada: o mesmo valor no mesmo dia nao e recorde novo
      *>------------------------------------------------------------------------
       constroi-recordes section.

           display "Primeiro ano da serie (AAAA): "
           accept ws-rcd-primeiro-ano
           if ws-rcd-primeiro-ano = 0
           or ws-rcd-primeiro-ano > ws-rcd-ano-atual then
               display "Ano invalido."
               exit section
           end-if

           display "Recriar recordes.dat desde " ws-rcd-primeiro-ano
                   "? (S/N): "
           accept ws-confirma
           if ws-confirma <> "S" and ws-confirma <> "s" then
               display "Construcao cancelada."
               exit section
           end-if

           open output arqRecordes
           if ws-fs-arqRecordes <> 00 then
               move ws-fs-arqRecordes to ws-fs-ultimo
               move "erro na criacao dos recordes" to ws-msn
               perform grava-erro
               perform finaliza
           end-if
           close arqRecordes

           open i-o arqRecordes
           if ws-fs-arqRecordes <> 00 then
               move ws-fs-arqRecordes to ws-fs-ultimo
               move "erro na abertura dos recordes" to ws-msn
               perform grava-erro
               perform finaliza
           end-if

           move spaces              to fd-recorde-reg
           move "C"                 to fd-rec-tipo
           move 0                   to fd-rec-mes
           move 0                   to fd-rec-dia
           move ws-rcd-primeiro-ano to fd-rec-primeiro-ano
           move ws-data-atual       to fd-rec-data-carga
           write fd-recorde-reg
           if ws-fs-arqRecordes <> 00 then
               move ws-fs-arqRecordes to ws-fs-ultimo
               move "erro na gravacao do controle dos recordes" to ws-msn
               perform grava-erro
               perform finaliza
           end-if

           move 0 to ws-rcd-qtd-lidos
           move 0 to ws-rcd-qtd-usados
           move 0 to ws-rcd-qtd-anuais

           perform varying ws-rcd-ano-lido from ws-rcd-primeiro-ano by 1
                                   until ws-rcd-ano-lido > ws-rcd-ano-atual
               perform constroi-arquivo-anual
           end-perform

           perform constroi-mestre

           close arqRecordes

           display "Arquivos anuais lidos.........: " ws-rcd-qtd-anuais
           display "Dias lidos....................: " ws-rcd-qtd-lidos
           display "Dias validos para recorde.....: " ws-rcd-qtd-usados
           display "Recordes gravados em recordes.dat"
           .
       constroi-recordes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Um arquivo anual (ws-rcd-ano-lido); ano sem arquivo e saltado
      *>------------------------------------------------------------------------
       constroi-arquivo-anual section.

           move ws-rcd-ano-lido to ws-nome-ano
           move ws-nome-montado to ws-arq-anual-nome

           open input arqAnual
           if ws-fs-arqAnual <> 00 then
               exit section
           end-if
           add 1 to ws-rcd-qtd-anuais

           perform until ws-fs-arqAnual <> 00
               move spaces to ws-anual-reg
               read arqAnual into ws-anual-reg
               if ws-fs-arqAnual = 00 then
                   add 1 to ws-rcd-qtd-lidos
                   move ws-anu-estacao      to ws-rcd-estacao
                   move ws-anu-ano          to ws-rcd-ano
                   move ws-anu-mes          to ws-rcd-mes
                   move ws-anu-dia          to ws-rcd-dia
                   move ws-anu-temp-min     to ws-rcd-min
                   move ws-anu-temp-max     to ws-rcd-max
                   move ws-anu-precipitacao to ws-rcd-chuva
                   move ws-anu-origem       to ws-rcd-origem
                   perform recordes-valida-dia
                   if rcd-dia-valido then
                       add 1 to ws-rcd-qtd-usados
                       perform recordes-aplica-dia
                   end-if
               end-if
           end-perform

           close arqAnual
           .
       constroi-arquivo-anual-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  O mestre inteiro, todas as estacoes
      *>------------------------------------------------------------------------
       constroi-mestre section.

           open input arqMestre
           if ws-fs-arqMestre <> 00 then
               move ws-fs-arqMestre to ws-fs-ultimo
               move "erro na abertura do mestre de leituras" to ws-msn
               perform grava-erro
               perform finaliza
           end-if

           move "N" to ws-fim-mestre
           perform until fim-do-mestre
               read arqMestre next
                   if ws-fs-arqMestre <> 00 then
                       move "S" to ws-fim-mestre
                   end-if

               if ws-fs-arqMestre = 00 then
                   add 1 to ws-rcd-qtd-lidos
                   move fd-mst-estacao      to ws-rcd-estacao
                   move fd-mst-ano          to ws-rcd-ano
                   move fd-mst-mes          to ws-rcd-mes
                   move fd-mst-dia          to ws-rcd-dia
                   move fd-mst-temp-min     to ws-rcd-min
                   move fd-mst-temp-max     to ws-rcd-max
                   move fd-mst-precipitacao to ws-rcd-chuva
                   move fd-mst-origem       to ws-rcd-origem
                   perform recordes-valida-dia
                   if rcd-dia-valido then
                       add 1 to ws-rcd-qtd-usados
                       perform recordes-aplica-dia
                   end-if
               end-if
           end-perform

           close arqMestre
           .
       constroi-mestre-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Dia valido para recorde: medido (branco) ou derivado de horas
      *>  completas (H), numerico, dentro da faixa e com minima <= maxima
      *>------------------------------------------------------------------------
       recordes-valida-dia section.

           move "N" to ws-rcd-valido

           if ws-rcd-origem <> space and ws-rcd-origem <> "H" then
               exit section
           end-if
           if ws-rcd-min is not numeric
           or ws-rcd-max is not numeric
           or ws-rcd-chuva is not numeric
           or ws-rcd-mes is not numeric
           or ws-rcd-dia is not numeric then
               exit section
           end-if
           if ws-rcd-min < ws-temp-min or ws-rcd-min > ws-temp-max
           or ws-rcd-max < ws-temp-min or ws-rcd-max > ws-temp-max
           or ws-rcd-min > ws-rcd-max then
               exit section
           end-if

           move "S" to ws-rcd-valido
           .
       recordes-valida-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aplica o dia candidato ao recorde do dia do calendario (D) e ao
      *>  recorde do mes do calendario (M) da estacao
      *>------------------------------------------------------------------------
       recordes-aplica-dia section.

           move ws-rcd-max   to ws-rcd-cand(1)
           move ws-rcd-min   to ws-rcd-cand(2)
           move ws-rcd-min   to ws-rcd-cand(3)
           move ws-rcd-max   to ws-rcd-cand(4)
           move ws-rcd-chuva to ws-rcd-cand(5)

           move ws-rcd-estacao to fd-rec-estacao
           move "D"            to fd-rec-tipo
           move ws-rcd-mes     to fd-rec-mes
           move ws-rcd-dia     to fd-rec-dia
           perform recordes-aplica-registro

           move ws-rcd-estacao to fd-rec-estacao
           move "M"            to fd-rec-tipo
           move ws-rcd-mes     to fd-rec-mes
           move 0              to fd-rec-dia
           perform recordes-aplica-registro
           .
       recordes-aplica-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le o registro da chave ja montada (ou comeca um vazio), compara
      *>  as cinco marcas e grava se alguma mudou
      *>------------------------------------------------------------------------
       recordes-aplica-registro section.

           move "N" to ws-rcd-novo
           move "N" to ws-rcd-alterado

           read arqRecordes key is fd-rec-chave
           if ws-fs-arqRecordes = 23 then
               move "S" to ws-rcd-novo
               perform varying ws-rcd-ind-marca from 1 by 1
                                       until ws-rcd-ind-marca > 5
                   move 0 to fd-rec-valor(ws-rcd-ind-marca)
                   move 0 to fd-rec-ano(ws-rcd-ind-marca)
                   move 0 to fd-rec-dia-marca(ws-rcd-ind-marca)
               end-perform
           else
               if ws-fs-arqRecordes <> 00 then
                   move ws-fs-arqRecordes to ws-fs-ultimo
                   move "erro na leitura dos recordes" to ws-msn
                   perform grava-erro
                   perform finaliza
               end-if
           end-if

           perform varying ws-rcd-ind-marca from 1 by 1
                                   until ws-rcd-ind-marca > 5
               perform recordes-compara-marca
           end-perform

           if rcd-registro-novo then
               write fd-recorde-reg
           else
               if rcd-registro-alterado then
                   rewrite fd-recorde-reg
               end-if
           end-if
           if ws-fs-arqRecordes <> 00 then
               move ws-fs-arqRecordes to ws-fs-ultimo
               move "erro na gravacao dos recordes" to ws-msn
               perform grava-erro
               perform finaliza
           end-if
           .
       recordes-aplica-registro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Compara uma marca (ws-rcd-ind-marca) com o valor do dia: marca
      *>  vazia recebe o dia; valor melhor bate o recorde; valor igual de
      *>  um ano anterior passa a ser o detentor (fica o mais antigo)
      *>------------------------------------------------------------------------
       recordes-compara-marca section.

           if fd-rec-ano(ws-rcd-ind-marca) = 0 then
               perform recordes-assume-marca
               exit section
           end-if

           if (ws-rcd-sentido(ws-rcd-ind-marca) = "+"
               and ws-rcd-cand(ws-rcd-ind-marca)
                 > fd-rec-valor(ws-rcd-ind-marca))
           or (ws-rcd-sentido(ws-rcd-ind-marca) = "-"
               and ws-rcd-cand(ws-rcd-ind-marca)
                 < fd-rec-valor(ws-rcd-ind-marca)) then
               perform recordes-assume-marca
               exit section
           end-if

           if ws-rcd-cand(ws-rcd-ind-marca) = fd-rec-valor(ws-rcd-ind-marca)
           and ws-rcd-ano < fd-rec-ano(ws-rcd-ind-marca) then
               perform recordes-assume-marca
           end-if
           .
       recordes-compara-marca-exit.
           exit.

       recordes-assume-marca section.

           move ws-rcd-cand(ws-rcd-ind-marca) to fd-rec-valor(ws-rcd-ind-marca)
           move ws-rcd-ano                    to fd-rec-ano(ws-rcd-ind-marca)
           move ws-rcd-dia                    to fd-rec-dia-marca(ws-rcd-ind-marca)
           move "S" to ws-rcd-alterado
           .
       recordes-assume-marca-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Listagem de uma estacao: os doze meses do calendario e depois
      *>  cada dia do calendario com registro
      *>------------------------------------------------------------------------
       lista-recordes section.

           display "Estacao: "
           accept ws-rcd-estacao-lista

           open input arqRecordes
           if ws-fs-arqRecordes <> 00 then
               display "recordes.dat nao encontrado: use a opcao C"
                       " antes."
               exit section
           end-if

           move spaces to fd-rec-estacao
           move "C"    to fd-rec-tipo
           move 0      to fd-rec-mes
           move 0      to fd-rec-dia
           read arqRecordes key is fd-rec-chave
           if ws-fs-arqRecordes <> 00 then
               move 0 to ws-lst-cab-ano
           else
               move fd-rec-primeiro-ano to ws-lst-cab-ano
           end-if

           open output arqListaRec
           if ws-fs-arqListaRec <> 00 then
               close arqRecordes
               move ws-fs-arqListaRec to ws-fs-ultimo
               move "erro na abertura da listagem" to ws-msn
               perform grava-erro
               perform finaliza
           end-if

           move ws-rcd-estacao-lista to ws-lst-cab-est
           write fd-lista-rec-reg from ws-lst-cabecalho
           write fd-lista-rec-reg from ws-lst-colunas

           move 0 to ws-rcd-qtd-listados

      *>    primeiro os meses do calendario, depois os dias
           move "M" to fd-rec-tipo
           perform lista-tipo-recorde
           move spaces to fd-lista-rec-reg
           write fd-lista-rec-reg
           write fd-lista-rec-reg from ws-lst-colunas
           move "D" to fd-rec-tipo
           perform lista-tipo-recorde

           close arqListaRec
           close arqRecordes

           if ws-rcd-qtd-listados = 0 then
               display "Estacao " ws-rcd-estacao-lista
                       " sem recordes em recordes.dat."
           else
               display "Recordes listados em recordes.txt: "
                       ws-rcd-qtd-listados
           end-if
           .
       lista-recordes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista os registros de um tipo (fd-rec-tipo) da estacao pedida
      *>------------------------------------------------------------------------
       lista-tipo-recorde section.

           move ws-rcd-estacao-lista to fd-rec-estacao
           move 0                    to fd-rec-mes
           move 0                    to fd-rec-dia
           move fd-rec-tipo          to ws-rcd-tipo-lista
           move "N"                  to ws-fim-recordes

           start arqRecordes key is not less than fd-rec-chave
           if ws-fs-arqRecordes <> 00 then
               exit section
           end-if

           perform until fim-dos-recordes
               read arqRecordes next
                   if ws-fs-arqRecordes <> 00 then
                       move "S" to ws-fim-recordes
                   end-if

               if ws-fs-arqRecordes = 00 then
                   if fd-rec-estacao = ws-rcd-estacao-lista
                   and fd-rec-tipo = ws-rcd-tipo-lista then
                       if fd-rec-tipo = "M" then
                           move fd-rec-mes      to ws-lst-ref-mes-mes
                           move ws-lst-ref-mes  to ws-lst-referencia
                       else
                           move fd-rec-dia      to ws-lst-ref-dia-dia
                           move fd-rec-mes      to ws-lst-ref-dia-mes
                           move ws-lst-ref-dia  to ws-lst-referencia
                       end-if
                       perform varying ws-rcd-ind-marca from 1 by 1
                                           until ws-rcd-ind-marca > 5
                           move fd-rec-valor(ws-rcd-ind-marca)
                             to ws-lst-valor(ws-rcd-ind-marca)
                           move fd-rec-ano(ws-rcd-ind-marca)
                             to ws-lst-ano(ws-rcd-ind-marca)
                           if fd-rec-tipo = "M" then
                               move "/" to ws-lst-barra(ws-rcd-ind-marca)
                               move fd-rec-dia-marca(ws-rcd-ind-marca)
                                 to ws-lst-dia(ws-rcd-ind-marca)
                           else
                               move spaces to ws-lst-barra(ws-rcd-ind-marca)
                               move spaces to ws-lst-dia(ws-rcd-ind-marca)
                           end-if
                       end-perform
                       write fd-lista-rec-reg from ws-lst-detalhe
                       add 1 to ws-rcd-qtd-listados
                   else
                       move "S" to ws-fim-recordes
                   end-if
               end-if
           end-perform
           .
       lista-tipo-recorde-exit.
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
