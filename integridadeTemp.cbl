      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "integridadeTemp".
       author. "Leticia Fausto".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Historico de alteracoes
      *> 15/10/2026 - verificacao de integridade dos meses fechados: para
      *>              cada estacao/ano/mes fechado em fechamento.txt os
      *>              totais de controle gravados no fechamento
      *>              (controle-fechamento.txt) sao conferidos contra o
      *>              mestre de leituras ou, para os anos ja retidos,
      *>              contra o arquivo anual (arquivo-AAAA.txt); as
      *>              divergencias vao para integridade.txt e a execucao
      *>              termina com return-code 8 (4 quando ha mes fechado
      *>              sem totais no livro, fechado antes do livro existir)



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

      *>   Controle de fechamento dos meses (a ultima linha da chave
      *>   prevalece: F = fechado, A = reaberto)
           select arqFechamento assign to "fechamento.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqFechamento.

      *>   Livro de totais de controle gravado pelo fechamento do mes
           select arqCtlFechamento assign to "controle-fechamento.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqCtlFechamento.

      *>   Relatorio de excecoes de integridade
           select arqIntegridade assign to "integridade.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqIntegridade.

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

       fd arqFechamento.

       01 fd-fechamento-reg.
          05 fd-fch-estacao                              pic x(03).
          05 fd-fch-ano                                  pic 9(04).
          05 fd-fch-mes                                  pic 9(02).
          05 fd-fch-situacao                             pic x(01).
          05 fd-fch-data                                 pic 9(08).
          05 fd-fch-operador                             pic x(08).

       fd arqCtlFechamento.

       01 fd-ctl-fechamento-reg.
          05 fd-ctf-estacao                              pic x(03).
          05 fd-ctf-ano                                  pic 9(04).
          05 fd-ctf-mes                                  pic 9(02).
          05 fd-ctf-qtd                                  pic 9(03).
          05 fd-ctf-soma-min                             pic s9(05)v99
                                   sign is trailing separate character.
          05 fd-ctf-soma-max                             pic s9(05)v99
                                   sign is trailing separate character.
          05 fd-ctf-soma-chuva                           pic 9(05)v9.
          05 fd-ctf-data                                 pic 9(08).
          05 fd-ctf-operador                             pic x(08).

       fd arqIntegridade.

       01 fd-integridade-reg                        pic x(80).

       fd arqErro.

       01 fd-erro-reg                                pic x(61).


      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqMestre                         pic 9(02).
       77  ws-fs-arqAnual                          pic 9(02).
       77  ws-fs-arqFechamento                     pic 9(02).
       77  ws-fs-arqCtlFechamento                  pic 9(02).
       77  ws-fs-arqIntegridade                    pic 9(02).
       77  ws-fs-arqErro                           pic 9(02).
       77  ws-fs-ultimo                            pic 9(02) value 0.

      *>----Nome do arquivo anual montado por ano conferido
       77 ws-arq-anual-nome                         pic x(20) value spaces.
       01 ws-nome-montado.
          05 filler                                pic x(08) value "arquivo-".
          05 ws-nome-ano                            pic 9(04).
          05 filler                                pic x(04) value ".txt".

      *>----Registro do arquivo anual no leiaute do mestre (as linhas
      *>    antigas, sem a origem, chegam com o ultimo byte em branco)
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

      *>----Meses conhecidos: situacao do fechamento, totais do livro e
      *>    totais encontrados na releitura (mestre ou arquivo anual)
       01 ws-meses occurs 3000.
          05 ws-mes-estacao                         pic x(03).
          05 ws-mes-ano                             pic 9(04).
          05 ws-mes-mes                             pic 9(02).
          05 ws-mes-situacao                        pic x(01).
          05 ws-mes-tem-controle                    pic x(01).
          05 ws-mes-ctl-qtd                         pic 9(03).
          05 ws-mes-ctl-min                         pic s9(05)v99.
          05 ws-mes-ctl-max                         pic s9(05)v99.
          05 ws-mes-ctl-chuva                       pic 9(05)v9.
          05 ws-mes-ctl-data                        pic 9(08).
      *>        fonte da releitura: M = mestre, A = arquivo anual,
      *>        N = nenhuma (nem no mestre nem arquivo anual)
          05 ws-mes-fonte                           pic x(01).
          05 ws-mes-anual-lido                      pic x(01).
          05 ws-mes-enc-qtd                         pic 9(03).
          05 ws-mes-enc-min                         pic s9(05)v99.
          05 ws-mes-enc-max                         pic s9(05)v99.
          05 ws-mes-enc-chuva                       pic 9(05)v9.
       77 ws-qtd-meses                              pic 9(04) value 0.
       77 ws-ind-mes                                pic 9(04).
       77 ws-ind-mes-achado                         pic 9(04).
       77 ws-ind-ano                                pic 9(04).
       77 ws-ano-lido                               pic 9(04).

      *>----Chave procurada na tabela de meses
       01 ws-chave-busca.
          05 ws-bus-estacao                         pic x(03).
          05 ws-bus-ano                             pic 9(04).
          05 ws-bus-mes                             pic 9(02).

      *>----Contadores do resultado
       77 ws-qtd-fechados                           pic 9(04) value 0.
       77 ws-qtd-conferem                           pic 9(04) value 0.
       77 ws-qtd-divergentes                        pic 9(04) value 0.
       77 ws-qtd-sem-controle                       pic 9(04) value 0.
       77 ws-qtd-no-arquivo                         pic 9(04) value 0.

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

      *>----Linhas do relatorio de integridade
       01 ws-int-cabecalho.
          05 filler                                 pic x(45)
                  value "VERIFICACAO DE INTEGRIDADE DOS MESES FECHADOS".
          05 filler                                 pic x(04) value " em ".
          05 ws-int-data                                pic 9(08).
          05 filler                                 pic x(23) value spaces.
       01 ws-int-divergente.
          05 ws-int-div-estacao                         pic x(03).
          05 filler                                 pic x(01) value " ".
          05 ws-int-div-mes                             pic 9(02).
          05 filler                                 pic x(01) value "/".
          05 ws-int-div-ano                             pic 9(04).
          05 filler                                 pic x(10) value " - fonte ".
          05 ws-int-div-fonte                           pic x(14).
          05 filler                                 pic x(03) value " - ".
          05 ws-int-div-texto                           pic x(42).
       01 ws-int-totais.
          05 ws-int-tot-rotulo                          pic x(15).
          05 filler                                 pic x(06) value "qtd ".
          05 ws-int-tot-qtd                             pic 9(03).
          05 filler                                 pic x(07) value "  min ".
          05 ws-int-tot-min                             pic s9(05)v99
                                   sign is trailing separate character.
          05 filler                                 pic x(07) value "  max ".
          05 ws-int-tot-max                             pic s9(05)v99
                                   sign is trailing separate character.
          05 filler                                 pic x(09) value "  chuva ".
          05 ws-int-tot-chuva                           pic 9(05)v9.
          05 filler                                 pic x(11) value spaces.
       01 ws-int-sem-controle.
          05 ws-int-sem-estacao                         pic x(03).
          05 filler                                 pic x(01) value " ".
          05 ws-int-sem-mes                             pic 9(02).
          05 filler                                 pic x(01) value "/".
          05 ws-int-sem-ano                             pic 9(04).
          05 filler                                 pic x(69)
        value " - fechado sem totais de controle no livro (nao conferido)".
       01 ws-int-resumo.
          05 ws-int-res-rotulo                          pic x(36).
          05 ws-int-res-valor                           pic 9(04).
          05 filler                                 pic x(40) value spaces.


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
      *>  Procedimentos de inicialização: monta a tabela dos meses com a
      *>  situacao do fechamento e os totais do livro
      *>------------------------------------------------------------------------
       inicializa section.

           accept ws-data-atual from date yyyymmdd

           perform carrega-fechamentos
           perform carrega-controles
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal: relê os meses fechados, confere e grava
      *>  o relatorio de excecoes
      *>------------------------------------------------------------------------
       processamento section.

           display "integridadeTemp - verificacao dos meses fechados"

           perform soma-meses-mestre
           perform soma-meses-arquivo
           perform confere-meses
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le fechamento.txt: a ultima linha de cada estacao/ano/mes define
      *>  se o mes esta fechado (F) ou reaberto (A)
      *>------------------------------------------------------------------------
       carrega-fechamentos section.

           open input arqFechamento
           if ws-fs-arqFechamento = 35 then
               display "Nenhum mes fechado (fechamento.txt inexistente)."
               exit section
           end-if
           if ws-fs-arqFechamento <> 00 then
               move ws-fs-arqFechamento to ws-fs-ultimo
               move "erro na abertura do fechamento" to ws-msn
               perform grava-erro
               perform finaliza
           end-if

           perform until ws-fs-arqFechamento <> 00
               read arqFechamento
               if ws-fs-arqFechamento = 00 then
                   move fd-fch-estacao to ws-bus-estacao
                   move fd-fch-ano     to ws-bus-ano
                   move fd-fch-mes     to ws-bus-mes
                   perform localiza-mes
                   move fd-fch-situacao to ws-mes-situacao(ws-ind-mes-achado)
               end-if
           end-perform

           close arqFechamento
           .
       carrega-fechamentos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le o livro de totais de controle: a ultima linha de cada chave
      *>  (o fechamento mais recente) prevalece
      *>------------------------------------------------------------------------
       carrega-controles section.

           open input arqCtlFechamento
           if ws-fs-arqCtlFechamento = 35 then
               display "Livro de totais de controle inexistente."
               exit section
           end-if
           if ws-fs-arqCtlFechamento <> 00 then
               move ws-fs-arqCtlFechamento to ws-fs-ultimo
               move "erro na abertura do livro de controle" to ws-msn
               perform grava-erro
               perform finaliza
           end-if

           perform until ws-fs-arqCtlFechamento <> 00
               read arqCtlFechamento
               if ws-fs-arqCtlFechamento = 00 then
                   move fd-ctf-estacao to ws-bus-estacao
                   move fd-ctf-ano     to ws-bus-ano
                   move fd-ctf-mes     to ws-bus-mes
                   perform localiza-mes
                   move "S"            to ws-mes-tem-controle(ws-ind-mes-achado)
                   move fd-ctf-qtd     to ws-mes-ctl-qtd(ws-ind-mes-achado)
                   move fd-ctf-soma-min to ws-mes-ctl-min(ws-ind-mes-achado)
                   move fd-ctf-soma-max to ws-mes-ctl-max(ws-ind-mes-achado)
                   move fd-ctf-soma-chuva
                     to ws-mes-ctl-chuva(ws-ind-mes-achado)
                   move fd-ctf-data    to ws-mes-ctl-data(ws-ind-mes-achado)
               end-if
           end-perform

           close arqCtlFechamento
           .
       carrega-controles-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Localiza a chave ws-chave-busca na tabela de meses, incluindo-a
      *>  quando ainda nao existe (indice devolvido em ws-ind-mes-achado)
      *>------------------------------------------------------------------------
       localiza-mes section.

           move 0 to ws-ind-mes-achado
           perform varying ws-ind-mes from 1 by 1
                                   until ws-ind-mes > ws-qtd-meses
                                      or ws-ind-mes-achado > 0
               if ws-mes-estacao(ws-ind-mes) = ws-bus-estacao
               and ws-mes-ano(ws-ind-mes) = ws-bus-ano
               and ws-mes-mes(ws-ind-mes) = ws-bus-mes then
                   move ws-ind-mes to ws-ind-mes-achado
               end-if
           end-perform

           if ws-ind-mes-achado > 0 then
               exit section
           end-if

           if ws-qtd-meses >= 3000 then
               move 0 to ws-fs-ultimo
               move "tabela de meses fechados esgotada" to ws-msn
               perform grava-erro
               perform finaliza
           end-if

           add 1 to ws-qtd-meses
           move ws-qtd-meses   to ws-ind-mes-achado
           move ws-bus-estacao to ws-mes-estacao(ws-qtd-meses)
           move ws-bus-ano     to ws-mes-ano(ws-qtd-meses)
           move ws-bus-mes     to ws-mes-mes(ws-qtd-meses)
           move space          to ws-mes-situacao(ws-qtd-meses)
           move "N"            to ws-mes-tem-controle(ws-qtd-meses)
           move 0              to ws-mes-ctl-qtd(ws-qtd-meses)
           move 0              to ws-mes-ctl-min(ws-qtd-meses)
           move 0              to ws-mes-ctl-max(ws-qtd-meses)
           move 0              to ws-mes-ctl-chuva(ws-qtd-meses)
           move 0              to ws-mes-ctl-data(ws-qtd-meses)
           move "N"            to ws-mes-fonte(ws-qtd-meses)
           move "N"            to ws-mes-anual-lido(ws-qtd-meses)
           move 0              to ws-mes-enc-qtd(ws-qtd-meses)
           move 0              to ws-mes-enc-min(ws-qtd-meses)
           move 0              to ws-mes-enc-max(ws-qtd-meses)
           move 0              to ws-mes-enc-chuva(ws-qtd-meses)
           .
       localiza-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Soma no mestre cada mes fechado com totais no livro, lendo pela
      *>  chave a partir do dia 01 do mes
      *>------------------------------------------------------------------------
       soma-meses-mestre section.

           open input arqMestre
           if ws-fs-arqMestre = 35 then
      *>        sem mestre: todos os meses so podem estar nos arquivos
               exit section
           end-if
           if ws-fs-arqMestre <> 00 then
               move ws-fs-arqMestre to ws-fs-ultimo
               move "erro na abertura do mestre de leituras" to ws-msn
               perform grava-erro
               perform finaliza
           end-if

           perform varying ws-ind-mes from 1 by 1
                                   until ws-ind-mes > ws-qtd-meses
               if ws-mes-situacao(ws-ind-mes) = "F"
               and ws-mes-tem-controle(ws-ind-mes) = "S" then
                   perform soma-um-mes-mestre
               end-if
           end-perform

           close arqMestre
           .
       soma-meses-mestre-exit.
           exit.

       soma-um-mes-mestre section.

           move "N" to ws-fim-mestre

           move ws-mes-estacao(ws-ind-mes) to fd-mst-estacao
           move ws-mes-ano(ws-ind-mes)     to fd-mst-ano
           move ws-mes-mes(ws-ind-mes)     to fd-mst-mes
           move 01                         to fd-mst-dia

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
                   if fd-mst-estacao = ws-mes-estacao(ws-ind-mes)
                   and fd-mst-ano = ws-mes-ano(ws-ind-mes)
                   and fd-mst-mes = ws-mes-mes(ws-ind-mes) then
                       move "M" to ws-mes-fonte(ws-ind-mes)
                       add 1 to ws-mes-enc-qtd(ws-ind-mes)
                       add fd-mst-temp-min to ws-mes-enc-min(ws-ind-mes)
                       add fd-mst-temp-max to ws-mes-enc-max(ws-ind-mes)
                       add fd-mst-precipitacao
                         to ws-mes-enc-chuva(ws-ind-mes)
                   else
                       move "S" to ws-fim-mestre
                   end-if
               end-if
           end-perform
           .
       soma-um-mes-mestre-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Meses fechados que nao estao mais no mestre: procura no arquivo
      *>  anual do ano (retencao); cada arquivo anual e lido uma vez so,
      *>  somando todos os meses pendentes daquele ano
      *>------------------------------------------------------------------------
       soma-meses-arquivo section.

           perform varying ws-ind-ano from 1 by 1
                                   until ws-ind-ano > ws-qtd-meses
               if ws-mes-situacao(ws-ind-ano) = "F"
               and ws-mes-tem-controle(ws-ind-ano) = "S"
               and ws-mes-fonte(ws-ind-ano) = "N"
               and ws-mes-anual-lido(ws-ind-ano) = "N" then
                   move ws-mes-ano(ws-ind-ano) to ws-ano-lido
                   perform soma-um-arquivo-anual
               end-if
           end-perform
           .
       soma-meses-arquivo-exit.
           exit.

       soma-um-arquivo-anual section.

      *>    marca os meses pendentes do ano como ja procurados, com ou
      *>    sem arquivo anual
           perform varying ws-ind-mes from 1 by 1
                                   until ws-ind-mes > ws-qtd-meses
               if ws-mes-ano(ws-ind-mes) = ws-ano-lido
               and ws-mes-fonte(ws-ind-mes) = "N" then
                   move "S" to ws-mes-anual-lido(ws-ind-mes)
               end-if
           end-perform

           move ws-ano-lido     to ws-nome-ano
           move ws-nome-montado to ws-arq-anual-nome

           open input arqAnual
           if ws-fs-arqAnual <> 00 then
      *>        ano sem arquivo anual: os meses ficam sem fonte
               exit section
           end-if

           perform until ws-fs-arqAnual <> 00
               read arqAnual into ws-anual-reg
               if ws-fs-arqAnual = 00
               and ws-anu-ano = ws-ano-lido then
                   perform varying ws-ind-mes from 1 by 1
                                   until ws-ind-mes > ws-qtd-meses
                       if ws-mes-estacao(ws-ind-mes) = ws-anu-estacao
                       and ws-mes-ano(ws-ind-mes) = ws-anu-ano
                       and ws-mes-mes(ws-ind-mes) = ws-anu-mes
                       and ws-mes-anual-lido(ws-ind-mes) = "S"
                       and ws-mes-fonte(ws-ind-mes) <> "M" then
                           move "A" to ws-mes-fonte(ws-ind-mes)
                           add 1 to ws-mes-enc-qtd(ws-ind-mes)
                           add ws-anu-temp-min to ws-mes-enc-min(ws-ind-mes)
                           add ws-anu-temp-max to ws-mes-enc-max(ws-ind-mes)
                           add ws-anu-precipitacao
                             to ws-mes-enc-chuva(ws-ind-mes)
                       end-if
                   end-perform
               end-if
           end-perform

           close arqAnual
           .
       soma-um-arquivo-anual-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere cada mes fechado contra o livro e grava as excecoes; o
      *>  return-code final e 8 com divergencia e 4 com mes sem totais
      *>------------------------------------------------------------------------
       confere-meses section.

           open output arqIntegridade
           if ws-fs-arqIntegridade <> 00 then
               move ws-fs-arqIntegridade to ws-fs-ultimo
               move "erro na abertura do relatorio" to ws-msn
               perform grava-erro
               perform finaliza
           end-if

           move ws-data-atual to ws-int-data
           write fd-integridade-reg from ws-int-cabecalho
           move spaces to fd-integridade-reg
           write fd-integridade-reg

           perform varying ws-ind-mes from 1 by 1
                                   until ws-ind-mes > ws-qtd-meses
               if ws-mes-situacao(ws-ind-mes) = "F" then
                   add 1 to ws-qtd-fechados
                   if ws-mes-tem-controle(ws-ind-mes) = "N" then
                       add 1 to ws-qtd-sem-controle
                       move ws-mes-estacao(ws-ind-mes) to ws-int-sem-estacao
                       move ws-mes-mes(ws-ind-mes)     to ws-int-sem-mes
                       move ws-mes-ano(ws-ind-mes)     to ws-int-sem-ano
                       write fd-integridade-reg from ws-int-sem-controle
                   else
                       perform confere-um-mes
                   end-if
               end-if
           end-perform

           move spaces to fd-integridade-reg
           write fd-integridade-reg

           move "Meses fechados.....................: " to ws-int-res-rotulo
           move ws-qtd-fechados                        to ws-int-res-valor
           write fd-integridade-reg from ws-int-resumo
           move "Meses conferidos sem divergencia...: " to ws-int-res-rotulo
           move ws-qtd-conferem                        to ws-int-res-valor
           write fd-integridade-reg from ws-int-resumo
           move "Meses conferidos no arquivo anual..: " to ws-int-res-rotulo
           move ws-qtd-no-arquivo                      to ws-int-res-valor
           write fd-integridade-reg from ws-int-resumo
           move "Meses divergentes..................: " to ws-int-res-rotulo
           move ws-qtd-divergentes                     to ws-int-res-valor
           write fd-integridade-reg from ws-int-resumo
           move "Meses fechados sem totais no livro.: " to ws-int-res-rotulo
           move ws-qtd-sem-controle                    to ws-int-res-valor
           write fd-integridade-reg from ws-int-resumo

           close arqIntegridade

           display "Meses fechados.....................: " ws-qtd-fechados
           display "Meses conferidos sem divergencia...: " ws-qtd-conferem
           display "Meses divergentes..................: "
                   ws-qtd-divergentes
           display "Meses fechados sem totais no livro.: "
                   ws-qtd-sem-controle
           display "Relatorio gravado em integridade.txt"

           if ws-qtd-divergentes > 0 then
               move 8 to return-code
           else
           if ws-qtd-sem-controle > 0 then
               move 4 to return-code
           end-if
           end-if
           .
       confere-meses-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere um mes (ws-ind-mes): quantidade e as tres somas tem de
      *>  bater exatamente com o livro; divergencia vai com as duas linhas
      *>  de totais (livro e encontrado)
      *>------------------------------------------------------------------------
       confere-um-mes section.

           if ws-mes-enc-qtd(ws-ind-mes) = ws-mes-ctl-qtd(ws-ind-mes)
           and ws-mes-enc-min(ws-ind-mes) = ws-mes-ctl-min(ws-ind-mes)
           and ws-mes-enc-max(ws-ind-mes) = ws-mes-ctl-max(ws-ind-mes)
           and ws-mes-enc-chuva(ws-ind-mes)
               = ws-mes-ctl-chuva(ws-ind-mes) then
               add 1 to ws-qtd-conferem
               if ws-mes-fonte(ws-ind-mes) = "A" then
                   add 1 to ws-qtd-no-arquivo
               end-if
               exit section
           end-if

           add 1 to ws-qtd-divergentes

           move ws-mes-estacao(ws-ind-mes) to ws-int-div-estacao
           move ws-mes-mes(ws-ind-mes)     to ws-int-div-mes
           move ws-mes-ano(ws-ind-mes)     to ws-int-div-ano
           evaluate ws-mes-fonte(ws-ind-mes)
               when "M"
                   move "MESTRE"         to ws-int-div-fonte
                   move "totais nao conferem com o livro"
                     to ws-int-div-texto
               when "A"
                   move "ARQUIVO ANUAL"  to ws-int-div-fonte
                   move "totais nao conferem com o livro"
                     to ws-int-div-texto
               when other
                   move "NENHUMA"        to ws-int-div-fonte
                   move "mes nao encontrado no mestre nem no arquivo"
                     to ws-int-div-texto
           end-evaluate
           write fd-integridade-reg from ws-int-divergente

           move "   livro......"              to ws-int-tot-rotulo
           move ws-mes-ctl-qtd(ws-ind-mes)   to ws-int-tot-qtd
           move ws-mes-ctl-min(ws-ind-mes)   to ws-int-tot-min
           move ws-mes-ctl-max(ws-ind-mes)   to ws-int-tot-max
           move ws-mes-ctl-chuva(ws-ind-mes) to ws-int-tot-chuva
           write fd-integridade-reg from ws-int-totais

           move "   encontrado."              to ws-int-tot-rotulo
           move ws-mes-enc-qtd(ws-ind-mes)   to ws-int-tot-qtd
           move ws-mes-enc-min(ws-ind-mes)   to ws-int-tot-min
           move ws-mes-enc-max(ws-ind-mes)   to ws-int-tot-max
           move ws-mes-enc-chuva(ws-ind-mes) to ws-int-tot-chuva
           write fd-integridade-reg from ws-int-totais

           display "Divergencia: estacao " ws-mes-estacao(ws-ind-mes)
                   " mes " ws-mes-mes(ws-ind-mes) "/"
                   ws-mes-ano(ws-ind-mes) " (" ws-int-div-fonte ")"
           .
       confere-um-mes-exit.
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
