      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "cicloRede".
       author. "Leticia Fausto".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Historico de alteracoes
      *> 15/10/2026 - ciclo noturno da rede: roda a carga da transferencia
      *>              (cargaTemp em batch) e, para cada estacao ativa do
      *>              cadastro, os produtos do mes e a conferencia de
      *>              fechamento (testeTemp em batch); cada passo vai
      *>              para o log do ciclo com o return-code, o marcador
      *>              ciclo.flg guarda a situacao de cada estacao para
      *>              retomar do passo que falhou e o resumo de uma
      *>              pagina lista as concluidas, as que falharam e o
      *>              motivo
      *> 15/10/2026 - registro do cadastro de estacoes lido com a latitude
      *>              no final (usada pelo balanco hidrico)
      *> 15/10/2026 - marcador do ciclo guarda a data da noite que o montou
      *>              e ganha o registro de ciclo encerrado; so o ciclo
      *>              abortado e retomado, senao um ciclo novo e montado e
      *>              as falhas do anterior saem no resumo como nao
      *>              retomadas. Aviso da carga com texto neutro
      *> 15/10/2026 - ciclo encerrado com falha, submetido de novo na mesma
      *>              noite, e reaberto so nos itens nao concluidos, do
      *>              passo gravado (a carga ja concluida nao se repete);
      *>              marcador lido ate o fim mesmo com 40 estacoes



      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

      *>   Cadastro das estacoes da rede
           select arqEstacoes assign to "estacoes.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqEstacoes.

      *>   Marcador do ciclo: uma linha para a carga (estacao ***) e uma
      *>   por estacao, com o proximo passo e a situacao; reescrito a
      *>   cada passo, e o que permite retomar um ciclo interrompido. O
      *>   ciclo que chegou ao fim ganha a linha final de encerramento
           select arqCiclo assign to "ciclo.flg"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqCiclo.

      *>   Log dos passos do ciclo (acumulativo, uma linha por passo)
           select arqLogCiclo assign to "ciclo.log"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqLogCiclo.

      *>   Resumo de uma pagina para o turno da manha
           select arqResumoCiclo assign to "ciclo-resumo.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqResumoCiclo.

      *>   Comando batch do testeTemp (estacao, mes, ano e acao)
           select arqBatch assign to "batch.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqBatch.

      *>   Comando batch do cargaTemp (integracao automatica dos aceitos)
           select arqCmdCarga assign to "carga-batch.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqCmdCarga.

      *>   Log de erros (status do arquivo + data/hora de cada abortagem);
      *>   tambem lido depois de um passo que falhou, para o motivo
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

       fd arqCiclo.

       01 fd-ciclo-reg.
          05 fd-cic-estacao                        pic x(03).
          05 fd-cic-ano                             pic 9(04).
          05 fd-cic-mes                             pic 9(02).
          05 fd-cic-passo                          pic x(01).
          05 fd-cic-situacao                       pic x(01).
          05 fd-cic-rc                              pic 9(02).
          05 fd-cic-motivo                         pic x(40).
      *>    data da noite que montou o ciclo (AAAAMMDD)
          05 fd-cic-data-ciclo                      pic 9(08).

       fd arqLogCiclo.

       01 fd-log-ciclo-reg                          pic x(87).

       fd arqResumoCiclo.

       01 fd-resumo-ciclo-reg                       pic x(90).

       fd arqBatch.

       01 fd-batch-reg.
          05 fd-bat-estacao                        pic x(03).
          05 fd-bat-mes                            pic 9(02).
          05 fd-bat-ano                             pic 9(04).
          05 fd-bat-acao                            pic x(01).

       fd arqCmdCarga.

       01 fd-cmd-carga-reg.
          05 fd-cbt-integra                        pic x(01).

       fd arqErro.

       01 fd-erro-reg                                pic x(61).


      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqEstacoes                       pic 9(02).
       77  ws-fs-arqCiclo                          pic 9(02).
       77  ws-fs-arqLogCiclo                       pic 9(02).
       77  ws-fs-arqResumoCiclo                    pic 9(02).
       77  ws-fs-arqBatch                          pic 9(02).
       77  ws-fs-arqCmdCarga                       pic 9(02).
       77  ws-fs-arqErro                           pic 9(02).
       77  ws-fs-ultimo                            pic 9(02) value 0.

      *>----Cadastro das estacoes (ate 40, como nos demais programas)
       01 ws-estacoes occurs 40.
          05 ws-est-codigo                         pic x(03).
          05 ws-est-nome                           pic x(20).
          05 ws-est-situacao                       pic x(01).
       77 ws-qtd-estacoes                           pic 9(02) value 0.
       77 ws-ind-est                                pic 9(02).

      *>----Situacao do ciclo: item 1 e a carga da transferencia (***),
      *>    os demais uma estacao ativa cada. Passo: C = carga, P =
      *>    produtos do mes, F = conferencia de fechamento. Situacao:
      *>    P = pendente, C = concluida, F = falhou
       01 ws-cic-tabela.
          05 ws-cic-item occurs 41.
             10 ws-cic-estacao                     pic x(03).
             10 ws-cic-passo                       pic x(01).
             10 ws-cic-situacao                    pic x(01).
             10 ws-cic-rc                          pic 9(02).
             10 ws-cic-motivo                      pic x(40).
       77 ws-cic-qtd                                pic 9(02) value 0.
       77 ws-ind-cic                                pic 9(02).
       77 ws-cic-ano                                pic 9(04) value 0.
       77 ws-cic-mes                                pic 9(02) value 0.
       77 ws-cic-retomada                           pic x(01) value "N".
          88 ciclo-retomado                         value "S".
       77 ws-cic-data-ciclo                         pic 9(08) value 0.
      *>    linha de encerramento do marcador: estacao *** e passo T
       77 ws-cic-encerrado                          pic x(01) value "N".
          88 ciclo-encerrado                        value "S".
      *>    S = ciclo encerrado com falhas reaberto na mesma noite
       77 ws-cic-reaberto                           pic x(01) value "N".
          88 ciclo-reaberto                         value "S".
       77 ws-cic-qtd-abertos                        pic 9(02) value 0.

      *>----Itens que nao terminaram concluidos no ciclo anterior ja
      *>    encerrado: nao sao refeitos, so listados no resumo
       01 ws-cic-anterior.
          05 ws-can-item occurs 41.
             10 ws-can-estacao                     pic x(03).
             10 ws-can-passo                       pic x(01).
             10 ws-can-situacao                    pic x(01).
             10 ws-can-rc                          pic 9(02).
             10 ws-can-motivo                      pic x(40).
       77 ws-can-qtd                                pic 9(02) value 0.
       77 ws-can-data-ciclo                         pic 9(08) value 0.
       77 ws-can-ano                                pic 9(04) value 0.
       77 ws-can-mes                                pic 9(02) value 0.
       77 ws-ind-can                                pic 9(02).

      *>----Competencia do ciclo: o mes da vespera (a noite processa o
      *>    que chegou ate o dia anterior)
       77 ws-cic-serial                             pic 9(07).
       01 ws-cic-vespera                            pic 9(08).
       01 ws-cic-vespera-r redefines ws-cic-vespera.
          05 ws-cic-vesp-ano                        pic 9(04).
          05 ws-cic-vesp-mes                        pic 9(02).
          05 ws-cic-vesp-dia                        pic 9(02).

      *>----Execucao de um passo: comando, return-code devolvido pelo
      *>    sistema (status de saida x 256) e o rc do passo
       77 ws-cic-comando                            pic x(40).
       77 ws-cic-rc-sistema                         pic s9(09).
       77 ws-cic-rc-passo                           pic 9(02) value 0.
       77 ws-cic-rc-ciclo                           pic 9(02) value 0.
       77 ws-cic-passo-nome                         pic x(10).
       77 ws-cic-acao                               pic x(01).

      *>----Apoio do motivo da falha: linhas do erros.log antes e depois
      *>    do passo e a ultima linha lida
       77 ws-cic-erros-antes                        pic 9(06) value 0.
       77 ws-cic-erros-depois                       pic 9(06) value 0.
       01 ws-cic-erro-lido.
          05 filler                                 pic x(21).
          05 ws-cic-erro-msg                            pic x(40).

      *>----Copia dos produtos de cada estacao (relatorio.txt e resumo.txt
      *>    sao regravados a cada estacao do ciclo)
       01 ws-cic-arq-origem                         pic x(20).
       01 ws-cic-arq-destino                        pic x(20).
       77 ws-cic-dest-prefixo                       pic x(10).
       77 ws-cic-arq-comando                        pic x(20).

      *>----Contadores do resumo
       77 ws-cic-qtd-concluidas                     pic 9(02) value 0.
       77 ws-cic-qtd-falhas                         pic 9(02) value 0.
       77 ws-cic-qtd-pendentes                      pic 9(02) value 0.

       77 ws-msn                                   pic x(40).

      *>----Variaveis de data e hora (log de erros e do ciclo)
       01 ws-data-atual                              pic 9(08).
       01 ws-hora-atual                              pic 9(08).
       01 ws-data-inicio                             pic 9(08).
       01 ws-hora-inicio                             pic 9(08).

      *>----Linha do log do ciclo
       01 ws-log-linha.
          05 ws-log-data                                pic 9(08).
          05 filler                                 pic x(01) value " ".
          05 ws-log-hora                                pic 9(08).
          05 filler                                 pic x(01) value " ".
          05 ws-log-estacao                             pic x(03).
          05 filler                                 pic x(01) value " ".
          05 ws-log-mes                                 pic 9(02).
          05 filler                                 pic x(01) value "/".
          05 ws-log-ano                                 pic 9(04).
          05 filler                                 pic x(01) value " ".
          05 ws-log-passo                               pic x(10).
          05 filler                                 pic x(04) value " rc ".
          05 ws-log-rc                                  pic 9(02).
          05 filler                                 pic x(01) value " ".
          05 ws-log-texto                               pic x(40).

      *>----Linhas do resumo do ciclo
       01 ws-rsc-titulo.
          05 filler                                 pic x(36)
                      value "CICLO NOTURNO DA REDE - COMPETENCIA ".
          05 ws-rsc-mes                                 pic 9(02).
          05 filler                                 pic x(01) value "/".
          05 ws-rsc-ano                                 pic 9(04).
          05 filler                                 pic x(37) value spaces.
       01 ws-rsc-execucao.
          05 filler                                 pic x(12)
                                            value "INICIO EM   ".
          05 ws-rsc-data-ini                            pic 9(08).
          05 filler                                 pic x(01) value " ".
          05 ws-rsc-hora-ini                            pic 9(08).
          05 filler                                 pic x(08) value "  FIM   ".
          05 ws-rsc-data-fim                            pic 9(08).
          05 filler                                 pic x(01) value " ".
          05 ws-rsc-hora-fim                            pic 9(08).
          05 filler                                 pic x(26) value spaces.
       01 ws-rsc-retomada.
          05 filler                                 pic x(45)
               value "EXECUCAO RETOMADA DO CICLO NAO CONCLUIDO DE  ".
          05 ws-rsc-ret-data                            pic 9(08).
          05 filler                                 pic x(27) value spaces.
       01 ws-rsc-anterior.
          05 filler                                 pic x(30)
               value "NAO RETOMADOS DO CICLO DE     ".
          05 ws-rsc-ant-data                            pic 9(08).
          05 filler                                 pic x(14)
               value " COMPETENCIA  ".
          05 ws-rsc-ant-mes                             pic 9(02).
          05 filler                                 pic x(01) value "/".
          05 ws-rsc-ant-ano                             pic 9(04).
          05 filler                                 pic x(21) value spaces.
       01 ws-rsc-colunas                             pic x(80)
       value "EST NOME                 SITUACAO   PASSO      RC MOTIVO".
       01 ws-rsc-detalhe.
          05 ws-rsc-estacao                             pic x(03).
          05 filler                                 pic x(01) value " ".
          05 ws-rsc-nome                                pic x(20).
          05 filler                                 pic x(01) value " ".
          05 ws-rsc-situacao                            pic x(10).
          05 filler                                 pic x(01) value " ".
          05 ws-rsc-passo                               pic x(10).
          05 filler                                 pic x(01) value " ".
          05 ws-rsc-rc                                  pic 9(02).
          05 filler                                 pic x(01) value " ".
          05 ws-rsc-motivo                              pic x(40).
       01 ws-rsc-totais.
          05 filler                                 pic x(10) value "ESTACOES: ".
          05 ws-rsc-qtd-estacoes                        pic 9(02).
          05 filler                                 pic x(14)
                                            value "  CONCLUIDAS: ".
          05 ws-rsc-qtd-concluidas                      pic 9(02).
          05 filler                                 pic x(12)
                                            value "  FALHARAM: ".
          05 ws-rsc-qtd-falhas                          pic 9(02).
          05 filler                                 pic x(13)
                                            value "  PENDENTES: ".
          05 ws-rsc-qtd-pendentes                       pic 9(02).
          05 filler                                 pic x(23) value spaces.
       01 ws-rsc-rc-linha.
          05 filler                                 pic x(27)
                                 value "RETURN-CODE DO CICLO.....: ".
          05 ws-rsc-rc-ciclo                            pic 9(02).
          05 filler                                 pic x(51) value spaces.

       01 ws-erro-linha.
          05 ws-err-data                              pic 9(08).
          05 filler                                 pic x(01) value " ".
          05 ws-err-hora                              pic 9(08).
          05 filler                                 pic x(01) value " ".
          05 ws-err-fs                                pic 9(02).
          05 filler                                 pic x(01) value " ".
          05 ws-err-msg                               pic x(40).


      *>----Variaveis para comunicação entre programas
       linkage section.


      *>----Declaração de tela
       screen section.

      *>Declaração do corpo do programa
       procedure division.


           perform inicializa.
           perform processamento.
           perform encerra-ciclo.
           perform grava-resumo-ciclo.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização: um ciclo abortado (marcador sem
      *>  o encerramento), ou encerrado com falhas e submetido de novo na
      *>  mesma noite, e retomado do ponto em que parou; senao um ciclo
      *>  novo e montado com a carga e as estacoes ativas do cadastro
      *>------------------------------------------------------------------------
       inicializa section.

           accept ws-data-inicio from date yyyymmdd
           accept ws-hora-inicio from time

           perform carrega-estacoes
           perform le-marcador-ciclo

           if ciclo-retomado then
               display "Retomando o ciclo de " ws-cic-data-ciclo
                       " (competencia " ws-cic-mes "/" ws-cic-ano
                       ") a partir do passo interrompido."
               move "***"      to ws-log-estacao
               move "RETOMADA" to ws-log-passo
               move 0          to ws-log-rc
               if ciclo-reaberto then
                   move "ciclo da noite reaberto nos itens com falha"
                     to ws-log-texto
               else
                   move "ciclo interrompido retomado" to ws-log-texto
               end-if
               perform grava-log-ciclo
           else
               if ws-can-qtd > 0 then
                   display ws-can-qtd " item(ns) do ciclo de "
                           ws-can-data-ciclo " sem conclusao, nao"
                           " retomado(s): veja o resumo."
               end-if
               perform monta-ciclo-novo
               perform grava-marcador-ciclo
               display "Ciclo da competencia " ws-cic-mes "/" ws-cic-ano
                       ": " ws-cic-qtd " passo(s) de estacao/carga."
               move "***"    to ws-log-estacao
               move "INICIO" to ws-log-passo
               move 0        to ws-log-rc
               move "ciclo novo montado" to ws-log-texto
               perform grava-log-ciclo
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega o cadastro de estacoes (codigo, nome e situacao)
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
      *>            linha antiga sem situacao: estacao ativa desde sempre
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
      *>  Le o marcador do ciclo anterior: sem a linha de encerramento o
      *>  ciclo abortou e e retomado com a data e a competencia dele. O
      *>  ciclo encerrado com item nao concluido e montado na mesma noite
      *>  e reaberto (nova submissao para recuperar a falha). O de outra
      *>  noite nao e refeito (a noite tem a sua propria transferencia);
      *>  os itens dele que nao concluiram sao guardados para o resumo
      *>------------------------------------------------------------------------
       le-marcador-ciclo section.

           move 0   to ws-cic-qtd
           move 0   to ws-can-qtd
           move "N" to ws-cic-retomada
           move "N" to ws-cic-encerrado
           move "N" to ws-cic-reaberto
           move 0   to ws-cic-qtd-abertos

           open input arqCiclo
           if ws-fs-arqCiclo <> 00 then
      *>        sem marcador: nenhum ciclo anterior pendente
               exit section
           end-if

      *>    lido ate o fim: a linha de encerramento vem depois dos itens
           perform until ws-fs-arqCiclo <> 00
               read arqCiclo
               if ws-fs-arqCiclo = 00 then
                   if fd-cic-estacao = "***" and fd-cic-passo = "T" then
                       move "S" to ws-cic-encerrado
                   else
                       if ws-cic-qtd < 41 then
                           perform carrega-item-ciclo
                       end-if
                   end-if
               end-if
           end-perform
           close arqCiclo

           if ws-cic-qtd = 0 then
               exit section
           end-if

           if not ciclo-encerrado then
               move "S" to ws-cic-retomada
               exit section
           end-if

           perform varying ws-ind-cic from 1 by 1
                                   until ws-ind-cic > ws-cic-qtd
               if ws-cic-situacao(ws-ind-cic) <> "C" then
                   add 1 to ws-cic-qtd-abertos
               end-if
           end-perform

      *>    mesma noite: so os itens nao concluidos voltam a rodar, cada um
      *>    do passo gravado; a carga ja concluida nao se repete
           if ws-cic-qtd-abertos > 0
           and ws-cic-data-ciclo = ws-data-inicio then
               move "S" to ws-cic-retomada
               move "S" to ws-cic-reaberto
               move "N" to ws-cic-encerrado
               exit section
           end-if

           move ws-cic-data-ciclo to ws-can-data-ciclo
           move ws-cic-ano        to ws-can-ano
           move ws-cic-mes        to ws-can-mes
           perform varying ws-ind-cic from 1 by 1
                                   until ws-ind-cic > ws-cic-qtd
               if ws-cic-situacao(ws-ind-cic) <> "C" then
                   add 1 to ws-can-qtd
                   move ws-cic-estacao(ws-ind-cic)
                     to ws-can-estacao(ws-can-qtd)
                   move ws-cic-passo(ws-ind-cic)
                     to ws-can-passo(ws-can-qtd)
                   move ws-cic-situacao(ws-ind-cic)
                     to ws-can-situacao(ws-can-qtd)
                   move ws-cic-rc(ws-ind-cic)
                     to ws-can-rc(ws-can-qtd)
                   move ws-cic-motivo(ws-ind-cic)
                     to ws-can-motivo(ws-can-qtd)
               end-if
           end-perform
           move 0 to ws-cic-qtd
           move "N" to ws-cic-encerrado
           .
       le-marcador-ciclo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Um item do marcador lido para a tabela do ciclo
      *>------------------------------------------------------------------------
       carrega-item-ciclo section.

           add 1 to ws-cic-qtd
           move fd-cic-estacao  to ws-cic-estacao(ws-cic-qtd)
           move fd-cic-passo    to ws-cic-passo(ws-cic-qtd)
           move fd-cic-situacao to ws-cic-situacao(ws-cic-qtd)
           move fd-cic-rc       to ws-cic-rc(ws-cic-qtd)
           move fd-cic-motivo   to ws-cic-motivo(ws-cic-qtd)
           move fd-cic-ano      to ws-cic-ano
           move fd-cic-mes      to ws-cic-mes
      *>    marcador anterior a data do ciclo: data zerada
           if fd-cic-data-ciclo is numeric then
               move fd-cic-data-ciclo to ws-cic-data-ciclo
           else
               move 0 to ws-cic-data-ciclo
           end-if
           .
       carrega-item-ciclo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Monta um ciclo novo: competencia da vespera, a carga e uma linha
      *>  por estacao ativa, todas pendentes
      *>------------------------------------------------------------------------
       monta-ciclo-novo section.

           compute ws-cic-serial =
               function integer-of-date(ws-data-inicio) - 1
           compute ws-cic-vespera =
               function date-of-integer(ws-cic-serial)
           move ws-cic-vesp-ano to ws-cic-ano
           move ws-cic-vesp-mes to ws-cic-mes
           move ws-data-inicio  to ws-cic-data-ciclo

           move 1      to ws-cic-qtd
           move "***"  to ws-cic-estacao(1)
           move "C"    to ws-cic-passo(1)
           move "P"    to ws-cic-situacao(1)
           move 0      to ws-cic-rc(1)
           move spaces to ws-cic-motivo(1)

           perform varying ws-ind-est from 1 by 1
                                   until ws-ind-est > ws-qtd-estacoes
               if ws-est-situacao(ws-ind-est) = "A" then
                   add 1 to ws-cic-qtd
                   move ws-est-codigo(ws-ind-est)
                     to ws-cic-estacao(ws-cic-qtd)
                   move "P"    to ws-cic-passo(ws-cic-qtd)
                   move "P"    to ws-cic-situacao(ws-cic-qtd)
                   move 0      to ws-cic-rc(ws-cic-qtd)
                   move spaces to ws-cic-motivo(ws-cic-qtd)
               end-if
           end-perform
           .
       monta-ciclo-novo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal: a carga primeiro (sem ela os produtos
      *>  sairiam sem as leituras da noite, entao a falha dela encerra o
      *>  ciclo); depois cada estacao nao concluida, do passo em que esta.
      *>  A falha de uma estacao nao impede as seguintes
      *>------------------------------------------------------------------------
       processamento section.

           if ws-cic-situacao(1) <> "C" then
               perform passo-carga
               if ws-cic-situacao(1) = "F" then
                   display "Carga falhou: ciclo encerrado sem os"
                           " produtos das estacoes."
                   exit section
               end-if
           end-if

           perform varying ws-ind-cic from 2 by 1
                                   until ws-ind-cic > ws-cic-qtd
               if ws-cic-situacao(ws-ind-cic) <> "C" then
                   perform processa-estacao
               end-if
           end-perform
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  O ciclo chegou ao fim (concluido ou nao): o marcador ganha a
      *>  linha de encerramento e a noite seguinte monta um ciclo novo
      *>------------------------------------------------------------------------
       encerra-ciclo section.

           move "S" to ws-cic-encerrado
           perform grava-marcador-ciclo
           .
       encerra-ciclo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Passo da carga: cargaTemp em batch, integrando os aceitos
      *>------------------------------------------------------------------------
       passo-carga section.

           move 1        to ws-ind-cic
           move "P"      to ws-cic-situacao(1)
           move "CARGA"  to ws-cic-passo-nome

           open output arqCmdCarga
           if ws-fs-arqCmdCarga <> 00 then
               move ws-fs-arqCmdCarga to ws-fs-ultimo
               move "erro na gravacao do comando da carga" to ws-msn
               perform grava-erro
               perform finaliza
           end-if
           move "S" to fd-cbt-integra
           write fd-cmd-carga-reg
           close arqCmdCarga

           move "./cargaTemp" to ws-cic-comando
           perform executa-passo

           move "carga-batch.txt" to ws-cic-arq-comando
           call "CBL_DELETE_FILE" using ws-cic-arq-comando

           move ws-cic-rc-passo to ws-cic-rc(1)
           if ws-cic-rc-passo >= 8 then
               move "F" to ws-cic-situacao(1)
               perform motivo-da-falha
           else
               move "C" to ws-cic-situacao(1)
               if ws-cic-rc-passo = 4 then
                   move "aviso na carga (controle.txt e rejeitos)"
                     to ws-cic-motivo(1)
               else
                   move spaces to ws-cic-motivo(1)
               end-if
           end-if

           perform registra-passo
           .
       passo-carga-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Passos de uma estacao (ws-ind-cic): produtos do mes e, com eles
      *>  concluidos, a conferencia de fechamento. Um item que falhou antes
      *>  recomeca do passo gravado no marcador
      *>------------------------------------------------------------------------
       processa-estacao section.

      *>    item que falhou no ciclo anterior: o rc e o motivo antigos
      *>    nao valem mais para a nova tentativa
           if ws-cic-situacao(ws-ind-cic) = "F" then
               move 0 to ws-cic-rc(ws-ind-cic)
           end-if
           move "P"    to ws-cic-situacao(ws-ind-cic)
           move spaces to ws-cic-motivo(ws-ind-cic)

           if ws-cic-passo(ws-ind-cic) = "P" then
               move 0          to ws-cic-rc(ws-ind-cic)
               move "PRODUTOS" to ws-cic-passo-nome
               move space      to ws-cic-acao
               perform grava-comando-batch
               move "./testeTemp" to ws-cic-comando
               perform executa-passo
               move "batch.txt" to ws-cic-arq-comando
               call "CBL_DELETE_FILE" using ws-cic-arq-comando

               move ws-cic-rc-passo to ws-cic-rc(ws-ind-cic)
               if ws-cic-rc-passo >= 8 then
                   move "F" to ws-cic-situacao(ws-ind-cic)
                   perform motivo-da-falha
                   perform registra-passo
                   exit section
               end-if
               if ws-cic-rc-passo = 4 then
                   move "aviso nos produtos do mes"
                     to ws-cic-motivo(ws-ind-cic)
               end-if
               perform copia-produtos-estacao
               move "F" to ws-cic-passo(ws-ind-cic)
               perform registra-passo
           end-if

           move "FECHAMENTO" to ws-cic-passo-nome
           move "F"          to ws-cic-acao
           perform grava-comando-batch
           move "./testeTemp" to ws-cic-comando
           perform executa-passo
           move "batch.txt" to ws-cic-arq-comando
           call "CBL_DELETE_FILE" using ws-cic-arq-comando

           if ws-cic-rc-passo > ws-cic-rc(ws-ind-cic) then
               move ws-cic-rc-passo to ws-cic-rc(ws-ind-cic)
           end-if
           if ws-cic-rc-passo >= 8 then
               move "F" to ws-cic-situacao(ws-ind-cic)
               perform motivo-da-falha
           else
               move "C" to ws-cic-situacao(ws-ind-cic)
               if ws-cic-rc-passo = 4 then
                   move "mes sem cobertura para fechar"
                     to ws-cic-motivo(ws-ind-cic)
               end-if
           end-if
           perform registra-passo
           .
       processa-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava o comando batch.txt do testeTemp para a estacao corrente
      *>  do ciclo, com a acao posta em ws-cic-acao pelo chamador
      *>------------------------------------------------------------------------
       grava-comando-batch section.

           open output arqBatch
           if ws-fs-arqBatch <> 00 then
               move ws-fs-arqBatch to ws-fs-ultimo
               move "erro na gravacao do comando batch" to ws-msn
               perform grava-erro
               perform finaliza
           end-if
           move ws-cic-estacao(ws-ind-cic) to fd-bat-estacao
           move ws-cic-mes                 to fd-bat-mes
           move ws-cic-ano                 to fd-bat-ano
           move ws-cic-acao                to fd-bat-acao
           write fd-batch-reg
           close arqBatch
           .
       grava-comando-batch-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Executa o comando do passo e guarda o rc devolvido pelo programa
      *>  (o sistema devolve o status de saida multiplicado por 256); o
      *>  erros.log e contado antes para saber se o passo deixou motivo
      *>------------------------------------------------------------------------
       executa-passo section.

           perform conta-erros
           move ws-cic-erros-depois to ws-cic-erros-antes

           display "Ciclo: " ws-cic-passo-nome " estacao "
                   ws-cic-estacao(ws-ind-cic)

           call "SYSTEM" using ws-cic-comando
           move return-code to ws-cic-rc-sistema
           move 0 to return-code

           if ws-cic-rc-sistema < 0 then
               move 99 to ws-cic-rc-passo
           else
               if ws-cic-rc-sistema > 255 then
                   compute ws-cic-rc-sistema = ws-cic-rc-sistema / 256
               end-if
               if ws-cic-rc-sistema > 99 then
                   move 99 to ws-cic-rc-passo
               else
                   move ws-cic-rc-sistema to ws-cic-rc-passo
               end-if
           end-if
           .
       executa-passo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conta as linhas do erros.log (ws-cic-erros-depois) e guarda a
      *>  ultima delas para o motivo da falha
      *>------------------------------------------------------------------------
       conta-erros section.

           move 0      to ws-cic-erros-depois
           move spaces to ws-cic-erro-lido

           open input arqErro
           if ws-fs-arqErro <> 00 then
               exit section
           end-if

           perform until ws-fs-arqErro <> 00
               read arqErro
               if ws-fs-arqErro = 00 then
                   add 1 to ws-cic-erros-depois
                   move fd-erro-reg to ws-cic-erro-lido
               end-if
           end-perform
           close arqErro
           .
       conta-erros-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Motivo de um passo que falhou: a mensagem que o programa deixou
      *>  no erros.log durante o passo, ou a indicacao de que nao deixou
      *>------------------------------------------------------------------------
       motivo-da-falha section.

           perform conta-erros
           if ws-cic-erros-depois > ws-cic-erros-antes then
               move ws-cic-erro-msg to ws-cic-motivo(ws-ind-cic)
           else
               move "falha sem mensagem em erros.log"
                 to ws-cic-motivo(ws-ind-cic)
           end-if
           .
       motivo-da-falha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Copia o relatorio e o resumo do mes da estacao para arquivos
      *>  proprios (relatorio-EST.txt / resumo-EST.txt), ja que a estacao
      *>  seguinte do ciclo regrava os dois
      *>------------------------------------------------------------------------
       copia-produtos-estacao section.

           move "relatorio.txt" to ws-cic-arq-origem
           move "relatorio-"    to ws-cic-dest-prefixo
           perform monta-nome-copia
           call "CBL_COPY_FILE" using ws-cic-arq-origem
                                      ws-cic-arq-destino

           move "resumo.txt"    to ws-cic-arq-origem
           move "resumo-"       to ws-cic-dest-prefixo
           perform monta-nome-copia
           call "CBL_COPY_FILE" using ws-cic-arq-origem
                                      ws-cic-arq-destino
           move 0 to return-code
           .
       copia-produtos-estacao-exit.
           exit.

       monta-nome-copia section.

           move spaces to ws-cic-arq-destino
           string ws-cic-dest-prefixo        delimited by space
                  ws-cic-estacao(ws-ind-cic) delimited by size
                  ".txt"                     delimited by size
             into ws-cic-arq-destino
           .
       monta-nome-copia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Depois de cada passo: uma linha no log do ciclo e o marcador
      *>  regravado com a situacao nova
      *>------------------------------------------------------------------------
       registra-passo section.

           move ws-cic-estacao(ws-ind-cic) to ws-log-estacao
           move ws-cic-passo-nome          to ws-log-passo
           move ws-cic-rc-passo            to ws-log-rc
           evaluate ws-cic-situacao(ws-ind-cic)
               when "F"
                   move ws-cic-motivo(ws-ind-cic) to ws-log-texto
               when other
                   if ws-cic-rc-passo = 0 then
                       move "ok" to ws-log-texto
                   else
                       move ws-cic-motivo(ws-ind-cic) to ws-log-texto
                   end-if
           end-evaluate
           perform grava-log-ciclo

           perform grava-marcador-ciclo
           .
       registra-passo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acrescenta a linha montada em ws-log-linha ao log do ciclo
      *>------------------------------------------------------------------------
       grava-log-ciclo section.

           accept ws-data-atual from date yyyymmdd.
           accept ws-hora-atual from time.
           move ws-data-atual to ws-log-data
           move ws-hora-atual to ws-log-hora
           move ws-cic-mes    to ws-log-mes
           move ws-cic-ano    to ws-log-ano

           open extend arqLogCiclo.
           if ws-fs-arqLogCiclo = 35 then
               close arqLogCiclo
               open output arqLogCiclo
           end-if
           if ws-fs-arqLogCiclo <> 00 then
               move "erro na abertura do log do ciclo" to ws-msn
               display ws-msn
               display "status do arquivo: " ws-fs-arqLogCiclo
               move 8 to ws-cic-rc-ciclo
           else
               write fd-log-ciclo-reg from ws-log-linha
               close arqLogCiclo
           end-if
           .
       grava-log-ciclo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Regrava o marcador do ciclo com a tabela inteira; sem ele a
      *>  retomada nao saberia de onde seguir, entao a falha aborta
      *>------------------------------------------------------------------------
       grava-marcador-ciclo section.

           open output arqCiclo
           if ws-fs-arqCiclo <> 00 then
               move ws-fs-arqCiclo to ws-fs-ultimo
               move "erro na gravacao do marcador do ciclo" to ws-msn
               perform grava-erro
               perform finaliza
           end-if

           perform varying ws-ind-est from 1 by 1
                                   until ws-ind-est > ws-cic-qtd
               move ws-cic-estacao(ws-ind-est)  to fd-cic-estacao
               move ws-cic-ano                  to fd-cic-ano
               move ws-cic-mes                  to fd-cic-mes
               move ws-cic-passo(ws-ind-est)    to fd-cic-passo
               move ws-cic-situacao(ws-ind-est) to fd-cic-situacao
               move ws-cic-rc(ws-ind-est)       to fd-cic-rc
               move ws-cic-motivo(ws-ind-est)   to fd-cic-motivo
               move ws-cic-data-ciclo           to fd-cic-data-ciclo
               write fd-ciclo-reg
           end-perform

           if ciclo-encerrado then
               move "***"             to fd-cic-estacao
               move ws-cic-ano        to fd-cic-ano
               move ws-cic-mes        to fd-cic-mes
               move "T"               to fd-cic-passo
               move "C"               to fd-cic-situacao
               move 0                 to fd-cic-rc
               move "ciclo encerrado" to fd-cic-motivo
               move ws-cic-data-ciclo to fd-cic-data-ciclo
               write fd-ciclo-reg
           end-if

           close arqCiclo
           if ws-fs-arqCiclo <> 00 then
               move ws-fs-arqCiclo to ws-fs-ultimo
               move "erro no fechamento do marcador do ciclo" to ws-msn
               perform grava-erro
               perform finaliza
           end-if
           .
       grava-marcador-ciclo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Resumo de uma pagina: competencia, inicio/fim, a carga e cada
      *>  estacao com a situacao, o passo, o rc e o motivo; o rc do ciclo
      *>  e o maior deles (8 com qualquer falha ou pendencia)
      *>------------------------------------------------------------------------
       grava-resumo-ciclo section.

           move 0 to ws-cic-qtd-concluidas
           move 0 to ws-cic-qtd-falhas
           move 0 to ws-cic-qtd-pendentes

           open output arqResumoCiclo
           if ws-fs-arqResumoCiclo <> 00 then
               move "erro na abertura do resumo do ciclo"  to ws-msn
               display ws-msn
               display "status do arquivo: " ws-fs-arqResumoCiclo
               move 8 to ws-cic-rc-ciclo
               exit section
           end-if

           accept ws-data-atual from date yyyymmdd.
           accept ws-hora-atual from time.

           move ws-cic-mes to ws-rsc-mes
           move ws-cic-ano to ws-rsc-ano
           write fd-resumo-ciclo-reg from ws-rsc-titulo

           move ws-data-inicio to ws-rsc-data-ini
           move ws-hora-inicio to ws-rsc-hora-ini
           move ws-data-atual  to ws-rsc-data-fim
           move ws-hora-atual  to ws-rsc-hora-fim
           write fd-resumo-ciclo-reg from ws-rsc-execucao

           if ciclo-retomado then
               move ws-cic-data-ciclo to ws-rsc-ret-data
               write fd-resumo-ciclo-reg from ws-rsc-retomada
           end-if

           move spaces to fd-resumo-ciclo-reg
           write fd-resumo-ciclo-reg
           write fd-resumo-ciclo-reg from ws-rsc-colunas

           perform varying ws-ind-cic from 1 by 1
                                   until ws-ind-cic > ws-cic-qtd
               move ws-cic-estacao(ws-ind-cic) to ws-rsc-estacao
               if ws-ind-cic = 1 then
                   move "CARGA DA TRANSFERENCIA" to ws-rsc-nome
               else
                   move spaces to ws-rsc-nome
                   perform varying ws-ind-est from 1 by 1
                                           until ws-ind-est > ws-qtd-estacoes
                       if ws-est-codigo(ws-ind-est)
                          = ws-cic-estacao(ws-ind-cic) then
                           move ws-est-nome(ws-ind-est) to ws-rsc-nome
                       end-if
                   end-perform
               end-if

               evaluate ws-cic-situacao(ws-ind-cic)
                   when "C"
                       move "CONCLUIDA" to ws-rsc-situacao
                       if ws-ind-cic > 1 then
                           add 1 to ws-cic-qtd-concluidas
                       end-if
                   when "F"
                       move "FALHOU"    to ws-rsc-situacao
                       if ws-ind-cic > 1 then
                           add 1 to ws-cic-qtd-falhas
                       end-if
                       move 8 to ws-cic-rc-ciclo
                   when other
                       move "PENDENTE"  to ws-rsc-situacao
                       if ws-ind-cic > 1 then
                           add 1 to ws-cic-qtd-pendentes
                       end-if
                       move 8 to ws-cic-rc-ciclo
               end-evaluate

               evaluate ws-cic-passo(ws-ind-cic)
                   when "C"
                       move "CARGA"      to ws-rsc-passo
                   when "P"
                       move "PRODUTOS"   to ws-rsc-passo
                   when other
                       move "FECHAMENTO" to ws-rsc-passo
               end-evaluate

               move ws-cic-rc(ws-ind-cic)     to ws-rsc-rc
               move ws-cic-motivo(ws-ind-cic) to ws-rsc-motivo
               if ws-cic-rc(ws-ind-cic) = 4
               and ws-cic-rc-ciclo < 4 then
                   move 4 to ws-cic-rc-ciclo
               end-if

               write fd-resumo-ciclo-reg from ws-rsc-detalhe
           end-perform

           move spaces to fd-resumo-ciclo-reg
           write fd-resumo-ciclo-reg

           compute ws-rsc-qtd-estacoes = ws-cic-qtd - 1
           move ws-cic-qtd-concluidas to ws-rsc-qtd-concluidas
           move ws-cic-qtd-falhas     to ws-rsc-qtd-falhas
           move ws-cic-qtd-pendentes  to ws-rsc-qtd-pendentes
           write fd-resumo-ciclo-reg from ws-rsc-totais

           move ws-cic-rc-ciclo to ws-rsc-rc-ciclo
           write fd-resumo-ciclo-reg from ws-rsc-rc-linha

      *>    itens do ciclo anterior que terminaram sem conclusao: ficam
      *>    para o operador, o ciclo novo nao os refaz
           if ws-can-qtd > 0 then
               move spaces to fd-resumo-ciclo-reg
               write fd-resumo-ciclo-reg
               move ws-can-data-ciclo to ws-rsc-ant-data
               move ws-can-mes        to ws-rsc-ant-mes
               move ws-can-ano        to ws-rsc-ant-ano
               write fd-resumo-ciclo-reg from ws-rsc-anterior
               write fd-resumo-ciclo-reg from ws-rsc-colunas
               perform varying ws-ind-can from 1 by 1
                                       until ws-ind-can > ws-can-qtd
                   perform grava-item-anterior
               end-perform
           end-if

           close arqResumoCiclo
           if ws-fs-arqResumoCiclo <> 00 then
               move "erro no fechamento do resumo do ciclo" to ws-msn
               display ws-msn
               display "status do arquivo: " ws-fs-arqResumoCiclo
               move 8 to ws-cic-rc-ciclo
           else
               display "Estacoes concluidas....: " ws-cic-qtd-concluidas
               display "Estacoes com falha.....: " ws-cic-qtd-falhas
               display "Estacoes pendentes.....: " ws-cic-qtd-pendentes
               display "Resumo do ciclo gravado em ciclo-resumo.txt"
           end-if

           move "***" to ws-log-estacao
           move "FIM"  to ws-log-passo
           move ws-cic-rc-ciclo to ws-log-rc
           move "fim do ciclo" to ws-log-texto
           perform grava-log-ciclo
           .
       grava-resumo-ciclo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Uma linha do resumo para o item ws-ind-can do ciclo anterior
      *>------------------------------------------------------------------------
       grava-item-anterior section.

           move ws-can-estacao(ws-ind-can) to ws-rsc-estacao
           if ws-can-estacao(ws-ind-can) = "***" then
               move "CARGA DA TRANSFERENCIA" to ws-rsc-nome
           else
               move spaces to ws-rsc-nome
               perform varying ws-ind-est from 1 by 1
                                       until ws-ind-est > ws-qtd-estacoes
                   if ws-est-codigo(ws-ind-est)
                      = ws-can-estacao(ws-ind-can) then
                       move ws-est-nome(ws-ind-est) to ws-rsc-nome
                   end-if
               end-perform
           end-if

           if ws-can-situacao(ws-ind-can) = "F" then
               move "FALHOU"   to ws-rsc-situacao
           else
               move "PENDENTE" to ws-rsc-situacao
           end-if

           evaluate ws-can-passo(ws-ind-can)
               when "C"
                   move "CARGA"      to ws-rsc-passo
               when "P"
                   move "PRODUTOS"   to ws-rsc-passo
               when other
                   move "FECHAMENTO" to ws-rsc-passo
           end-evaluate

           move ws-can-rc(ws-ind-can)     to ws-rsc-rc
           move ws-can-motivo(ws-ind-can) to ws-rsc-motivo
           write fd-resumo-ciclo-reg from ws-rsc-detalhe
           .
       grava-item-anterior-exit.
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
           move 8 to ws-cic-rc-ciclo

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
      *>  Finalização: o rc do ciclo vai para o escalonador (o rc de cada
      *>  passo ja foi absorvido pela tabela)
      *>------------------------------------------------------------------------
       finaliza section.
           move ws-cic-rc-ciclo to return-code
           Stop run
           .
       finaliza-exit.
           exit.
