      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "mensagemClima".
       author. "Leticia Fausto".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Historico de alteracoes
      *> 15/10/2026 - mensagem climatologica mensal para o servico
      *>              meteorologico nacional: para cada estacao ativa com
      *>              o mes fechado, monta em mensagem-clima.txt (leiaute
      *>              fixo: cabecalho, uma linha por estacao e trailer) a
      *>              media, media das minimas e das maximas, extremos
      *>              absolutos com o dia, chuva total, dias de chuva,
      *>              umidade media, dias faltantes e a anomalia contra
      *>              normais.txt; cada estacao/mes enviado vai para o log
      *>              transmissao.txt, e o reenvio so e feito para o mes
      *>              reaberto e fechado de novo depois do ultimo envio
      *> 15/10/2026 - registro do cadastro de estacoes lido com a latitude
      *>              no final (usada pelo balanco hidrico)



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

      *>   Controle de fechamento dos meses (a ultima linha da chave
      *>   prevalece: F = fechado, A = reaberto)
           select arqFechamento assign to "fechamento.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqFechamento.

      *>   Normais climatologicas gravadas pelo testeTemp (opcao W)
           select arqNormais assign to "normais.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqNormais.

      *>   Mensagem climatologica do mes, recriada a cada execucao e
      *>   recolhida pela transmissao
           select arqMensagem assign to "mensagem-clima.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqMensagem.

      *>   Log de transmissao: uma linha por estacao/mes enviado
           select arqTransmissao assign to "transmissao.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqTransmissao.

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

       fd arqFechamento.

       01 fd-fechamento-reg.
          05 fd-fch-estacao                              pic x(03).
          05 fd-fch-ano                                  pic 9(04).
          05 fd-fch-mes                                  pic 9(02).
          05 fd-fch-situacao                             pic x(01).
          05 fd-fch-data                                 pic 9(08).
          05 fd-fch-operador                             pic x(08).

       fd arqNormais.

       01 fd-normais-reg.
          05 fd-nrm-estacao                              pic x(03).
          05 fd-nrm-mes                                  pic 9(02).
          05 fd-nrm-media                                pic s9(02)v99.
          05 fd-nrm-media-min                            pic s9(02)v99.
          05 fd-nrm-media-max                            pic s9(02)v99.
          05 fd-nrm-qtd-dias                             pic 9(05).
          05 fd-nrm-qtd-estimados                        pic 9(05).

       fd arqMensagem.

       01 fd-mensagem-reg                           pic x(60).

       fd arqTransmissao.

      *>    tipo N = envio normal, R = reenvio de mes fechado de novo;
      *>    fechamentos = quantos fechamentos o mes tinha no envio
       01 fd-transmissao-reg.
          05 fd-trn-estacao                              pic x(03).
          05 fd-trn-ano                                  pic 9(04).
          05 fd-trn-mes                                  pic 9(02).
          05 fd-trn-tipo                                 pic x(01).
          05 fd-trn-data                                 pic 9(08).
          05 fd-trn-hora                                 pic 9(08).
          05 fd-trn-fechamentos                          pic 9(03).

       fd arqErro.

       01 fd-erro-reg                                pic x(61).


      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqMestre                         pic 9(02).
       77  ws-fs-arqEstacoes                       pic 9(02).
       77  ws-fs-arqFechamento                     pic 9(02).
       77  ws-fs-arqNormais                        pic 9(02).
       77  ws-fs-arqMensagem                       pic 9(02).
       77  ws-fs-arqTransmissao                    pic 9(02).
       77  ws-fs-arqErro                           pic 9(02).
       77  ws-fs-ultimo                            pic 9(02) value 0.

      *>----Opcao do operador e competencia da mensagem
       77 ws-opcao                                  pic x(01).
       77 ws-confirma                               pic x(01) value "N".
       77 ws-ano-msg                                pic 9(04) value 0.
       77 ws-mes-msg                                pic 9(02) value 0.
       77 ws-estacao-reenvio                        pic x(03) value spaces.
       77 ws-tipo-envio                             pic x(01) value "N".
          88 envio-reenvio                          value "R".
       77 ws-data-inicio-mes                        pic 9(08).
       77 ws-data-fim-mes                           pic 9(08).

      *>----Estacoes do cadastro com a situacao do mes da mensagem
       01 ws-estacoes occurs 40.
          05 ws-est-codigo                         pic x(03).
          05 ws-est-situacao                       pic x(01).
          05 ws-est-data-ativacao                   pic 9(08).
          05 ws-est-data-desativacao                pic 9(08).
      *>        ultima situacao do fechamento e quantos fechamentos (F)
      *>        o mes ja teve
          05 ws-est-fch-situacao                    pic x(01).
          05 ws-est-fch-qtd                         pic 9(03).
      *>        maior quantidade de fechamentos ja transmitida (0 = o mes
      *>        nunca foi enviado)
          05 ws-est-trn-qtd                         pic 9(03).
          05 ws-est-trn-enviado                     pic x(01).
          05 ws-est-tem-normal                      pic x(01).
          05 ws-est-normal-media                    pic s9(02)v99.
       77 ws-qtd-estacoes                           pic 9(02) value 0.
       77 ws-ind-est                                pic 9(02).
       77 ws-ind-est-achada                         pic 9(02).

      *>----Calculo do mes de uma estacao
       77 ws-dias-no-mes                            pic 9(02) value 0.
       77 ws-quociente                              pic 9(04).
       77 ws-resto-4                                pic 9(04).
       77 ws-resto-100                              pic 9(04).
       77 ws-resto-400                              pic 9(04).
       77 ws-qtd-medidos                            pic 9(02) value 0.
       77 ws-soma-media                             pic s9(04)v99 value 0.
       77 ws-soma-min                               pic s9(04)v99 value 0.
       77 ws-soma-max                               pic s9(04)v99 value 0.
       77 ws-soma-umidade                           pic 9(05) value 0.
       77 ws-soma-chuva                             pic 9(04)v9 value 0.
       77 ws-dias-chuva                             pic 9(02) value 0.
       77 ws-temp-dia                               pic s9(02)v99.
       77 ws-max-abs                                pic s9(02)v99.
       77 ws-dia-max-abs                            pic 9(02).
       77 ws-min-abs                                pic s9(02)v99.
       77 ws-dia-min-abs                            pic 9(02).
       77 ws-media-mes                              pic s9(02)v99.

      *>----Faixa plausivel e dia de chuva (precipitacao minima do dia)
       77 ws-temp-min                               pic s9(02)v99 value -50,00.
       77 ws-temp-max                               pic s9(02)v99 value 60,00.
       77 ws-limiar-dia-chuva                       pic 9(03)v9 value 1,0.

      *>----Contadores da execucao
       77 ws-qtd-enviadas                           pic 9(02) value 0.
       77 ws-qtd-nao-fechadas                       pic 9(02) value 0.
       77 ws-qtd-ja-enviadas                        pic 9(02) value 0.
       77 ws-qtd-linhas                             pic 9(04) value 0.

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

      *>----Registros da mensagem (leiaute fixo de 60 posicoes)
       01 ws-msg-cabecalho.
          05 filler                                 pic x(01) value "H".
          05 ws-msg-cab-ano                             pic 9(04).
          05 ws-msg-cab-mes                             pic 9(02).
          05 ws-msg-cab-data                            pic 9(08).
          05 ws-msg-cab-hora                            pic 9(08).
          05 ws-msg-cab-tipo                            pic x(01).
          05 filler                                 pic x(12)
                                             value "CLIMA MENSAL".
          05 filler                                 pic x(24) value spaces.
       01 ws-msg-estacao.
          05 filler                                 pic x(01) value "D".
          05 ws-msg-estacao-cod                         pic x(03).
          05 ws-msg-ano                                 pic 9(04).
          05 ws-msg-mes                                 pic 9(02).
          05 ws-msg-tipo                                pic x(01).
          05 ws-msg-media                               pic s9(02)v99
                                   sign is trailing separate character.
          05 ws-msg-media-min                           pic s9(02)v99
                                   sign is trailing separate character.
          05 ws-msg-media-max                           pic s9(02)v99
                                   sign is trailing separate character.
          05 ws-msg-max-abs                             pic s9(02)v99
                                   sign is trailing separate character.
          05 ws-msg-dia-max                             pic 9(02).
          05 ws-msg-min-abs                             pic s9(02)v99
                                   sign is trailing separate character.
          05 ws-msg-dia-min                             pic 9(02).
          05 ws-msg-chuva                               pic 9(04)v9.
          05 ws-msg-dias-chuva                          pic 9(02).
          05 ws-msg-umidade                             pic 9(03).
          05 ws-msg-faltantes                           pic 9(02).
          05 ws-msg-anomalia                            pic s9(02)v99
                                   sign is trailing separate character.
      *>        N = estacao sem normal para o mes (anomalia zerada)
          05 ws-msg-tem-normal                          pic x(01).
          05 ws-msg-medidos                             pic 9(02).
       01 ws-msg-trailer.
          05 filler                                 pic x(01) value "T".
          05 ws-msg-trl-qtd                             pic 9(04).
          05 filler                                 pic x(55) value spaces.


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

           perform carrega-estacoes
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal: mensagem do mes ou reenvio de uma estacao
      *>------------------------------------------------------------------------
       processamento section.

           display "mensagemClima - mensagem climatologica mensal"
           display "'G'erar a mensagem de um mes fechado"
           display "'R'eenviar um mes reaberto e fechado de novo"
           display "'S'air"
           accept ws-opcao

           evaluate ws-opcao
               when "G" when "g"
                   move "N" to ws-tipo-envio
                   perform gera-mensagem
               when "R" when "r"
                   move "R" to ws-tipo-envio
                   perform reenvia-mensagem
               when other
                   continue
           end-evaluate
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Mensagem normal do mes: toda estacao ativa com o mes fechado e
      *>  ainda nao transmitido entra na mensagem
      *>------------------------------------------------------------------------
       gera-mensagem section.

           perform escolhe-competencia
           if ws-mes-msg = 0 then
               exit section
           end-if

           perform carrega-situacao-mes
           perform abre-mensagem

           perform varying ws-ind-est from 1 by 1
                                   until ws-ind-est > ws-qtd-estacoes
               if ws-est-data-ativacao(ws-ind-est) > ws-data-fim-mes
               or (ws-est-situacao(ws-ind-est) = "I"
                   and ws-est-data-desativacao(ws-ind-est)
                       <= ws-data-inicio-mes) then
                   continue
               else
               if ws-est-fch-situacao(ws-ind-est) <> "F" then
                   add 1 to ws-qtd-nao-fechadas
                   display "Estacao " ws-est-codigo(ws-ind-est)
                           ": mes nao fechado, fora da mensagem."
               else
               if ws-est-trn-enviado(ws-ind-est) = "S" then
                   add 1 to ws-qtd-ja-enviadas
                   if ws-est-fch-qtd(ws-ind-est)
                      > ws-est-trn-qtd(ws-ind-est) then
                       display "Estacao " ws-est-codigo(ws-ind-est)
                               ": mes fechado de novo depois do envio,"
                               " use o reenvio (opcao R)."
                   else
                       display "Estacao " ws-est-codigo(ws-ind-est)
                               ": mes ja transmitido."
                   end-if
               else
                   perform monta-estacao
               end-if
               end-if
               end-if
           end-perform

           perform fecha-mensagem
           .
       gera-mensagem-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Reenvio de uma estacao/mes: o mes tem de estar fechado, ja ter
      *>  sido transmitido e ter sido fechado de novo depois do envio
      *>------------------------------------------------------------------------
       reenvia-mensagem section.

           display "Estacao a reenviar: "
           accept ws-estacao-reenvio

           move 0 to ws-ind-est-achada
           perform varying ws-ind-est from 1 by 1
                                   until ws-ind-est > ws-qtd-estacoes
                                      or ws-ind-est-achada > 0
               if ws-est-codigo(ws-ind-est) = ws-estacao-reenvio then
                   move ws-ind-est to ws-ind-est-achada
               end-if
           end-perform
           if ws-ind-est-achada = 0 then
               display "Estacao " ws-estacao-reenvio " nao cadastrada."
               exit section
           end-if

           perform escolhe-competencia
           if ws-mes-msg = 0 then
               exit section
           end-if

           perform carrega-situacao-mes
           move ws-ind-est-achada to ws-ind-est

           if ws-est-fch-situacao(ws-ind-est) <> "F" then
               display "Mes nao esta fechado: feche o mes antes do"
                       " reenvio."
               exit section
           end-if
           if ws-est-trn-enviado(ws-ind-est) <> "S" then
               display "Mes ainda nao transmitido: use a mensagem"
                       " normal (opcao G)."
               exit section
           end-if
           if ws-est-fch-qtd(ws-ind-est) <= ws-est-trn-qtd(ws-ind-est) then
               display "Mes nao foi reaberto desde o ultimo envio:"
                       " nada a reenviar."
               exit section
           end-if

           display "Reenviar " ws-mes-msg "/" ws-ano-msg
                   " da estacao " ws-estacao-reenvio "? (S/N): "
           accept ws-confirma
           if ws-confirma <> "S" and ws-confirma <> "s" then
               display "Reenvio cancelado."
               exit section
           end-if

           perform abre-mensagem
           perform monta-estacao
           perform fecha-mensagem
           .
       reenvia-mensagem-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Competencia da mensagem (ano e mes), com o primeiro e o ultimo
      *>  dia do mes para a vigencia das estacoes
      *>------------------------------------------------------------------------
       escolhe-competencia section.

           display "Ano da mensagem (AAAA): "
           accept ws-ano-msg
           display "Mes da mensagem (MM): "
           accept ws-mes-msg

           if ws-ano-msg = 0
           or ws-mes-msg < 1 or ws-mes-msg > 12 then
               display "Competencia invalida."
               move 0 to ws-mes-msg
               exit section
           end-if

           perform calcula-dias-no-mes
           compute ws-data-inicio-mes =
               (ws-ano-msg * 10000) + (ws-mes-msg * 100) + 1
           compute ws-data-fim-mes =
               (ws-ano-msg * 10000) + (ws-mes-msg * 100) + ws-dias-no-mes
           .
       escolhe-competencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Situacao do mes para cada estacao: fechamento (ultima linha e
      *>  quantidade de fechamentos), transmissoes anteriores e a normal
      *>------------------------------------------------------------------------
       carrega-situacao-mes section.

           perform varying ws-ind-est from 1 by 1
                                   until ws-ind-est > ws-qtd-estacoes
               move space to ws-est-fch-situacao(ws-ind-est)
               move 0     to ws-est-fch-qtd(ws-ind-est)
               move 0     to ws-est-trn-qtd(ws-ind-est)
               move "N"   to ws-est-trn-enviado(ws-ind-est)
               move "N"   to ws-est-tem-normal(ws-ind-est)
               move 0     to ws-est-normal-media(ws-ind-est)
           end-perform

           open input arqFechamento
           if ws-fs-arqFechamento = 00 then
               perform until ws-fs-arqFechamento <> 00
                   read arqFechamento
                   if ws-fs-arqFechamento = 00
                   and fd-fch-ano = ws-ano-msg
                   and fd-fch-mes = ws-mes-msg then
                       perform varying ws-ind-est from 1 by 1
                                       until ws-ind-est > ws-qtd-estacoes
                           if ws-est-codigo(ws-ind-est) = fd-fch-estacao then
                               move fd-fch-situacao
                                 to ws-est-fch-situacao(ws-ind-est)
                               if fd-fch-situacao = "F" then
                                   add 1 to ws-est-fch-qtd(ws-ind-est)
                               end-if
                           end-if
                       end-perform
                   end-if
               end-perform
               close arqFechamento
           end-if

           open input arqTransmissao
           if ws-fs-arqTransmissao = 00 then
               perform until ws-fs-arqTransmissao <> 00
                   read arqTransmissao
                   if ws-fs-arqTransmissao = 00
                   and fd-trn-ano = ws-ano-msg
                   and fd-trn-mes = ws-mes-msg then
                       perform varying ws-ind-est from 1 by 1
                                       until ws-ind-est > ws-qtd-estacoes
                           if ws-est-codigo(ws-ind-est) = fd-trn-estacao then
                               move "S" to ws-est-trn-enviado(ws-ind-est)
                               if fd-trn-fechamentos
                                  > ws-est-trn-qtd(ws-ind-est) then
                                   move fd-trn-fechamentos
                                     to ws-est-trn-qtd(ws-ind-est)
                               end-if
                           end-if
                       end-perform
                   end-if
               end-perform
               close arqTransmissao
           end-if

           open input arqNormais
           if ws-fs-arqNormais = 00 then
               perform until ws-fs-arqNormais <> 00
                   read arqNormais
                   if ws-fs-arqNormais = 00
                   and fd-nrm-mes = ws-mes-msg then
                       perform varying ws-ind-est from 1 by 1
                                       until ws-ind-est > ws-qtd-estacoes
                           if ws-est-codigo(ws-ind-est) = fd-nrm-estacao then
                               move "S" to ws-est-tem-normal(ws-ind-est)
                               move fd-nrm-media
                                 to ws-est-normal-media(ws-ind-est)
                           end-if
                       end-perform
                   end-if
               end-perform
               close arqNormais
           else
               display "normais.txt ausente: anomalias saem zeradas."
           end-if
           .
       carrega-situacao-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Abre a mensagem (recriada) com o cabecalho e o mestre para a
      *>  leitura dos meses
      *>------------------------------------------------------------------------
       abre-mensagem section.

           move 0 to ws-qtd-linhas
           move 0 to ws-qtd-enviadas

           open output arqMensagem
           if ws-fs-arqMensagem <> 00 then
               move ws-fs-arqMensagem to ws-fs-ultimo
               move "erro na abertura da mensagem" to ws-msn
               perform grava-erro
               perform finaliza
           end-if

           move ws-ano-msg    to ws-msg-cab-ano
           move ws-mes-msg    to ws-msg-cab-mes
           move ws-data-atual to ws-msg-cab-data
           move ws-hora-atual to ws-msg-cab-hora
           move ws-tipo-envio to ws-msg-cab-tipo
           write fd-mensagem-reg from ws-msg-cabecalho

           open input arqMestre
           if ws-fs-arqMestre <> 00 then
               close arqMensagem
               move ws-fs-arqMestre to ws-fs-ultimo
               move "erro na abertura do mestre de leituras" to ws-msn
               perform grava-erro
               perform finaliza
           end-if

           open extend arqTransmissao
           if ws-fs-arqTransmissao = 35 then
               close arqTransmissao
               open output arqTransmissao
           end-if
           if ws-fs-arqTransmissao <> 00 then
               close arqMensagem
               close arqMestre
               move ws-fs-arqTransmissao to ws-fs-ultimo
               move "erro na abertura do log de transmissao" to ws-msn
               perform grava-erro
               perform finaliza
           end-if
           .
       abre-mensagem-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava o trailer com a quantidade de estacoes e fecha os arquivos
      *>------------------------------------------------------------------------
       fecha-mensagem section.

           move ws-qtd-linhas to ws-msg-trl-qtd
           write fd-mensagem-reg from ws-msg-trailer

           close arqMensagem
           close arqMestre
           close arqTransmissao

           display "Estacoes na mensagem......: " ws-qtd-enviadas
           if ws-tipo-envio = "N" then
               display "Estacoes com mes nao fechado: " ws-qtd-nao-fechadas
               display "Estacoes ja transmitidas....: " ws-qtd-ja-enviadas
           end-if
           display "Mensagem gravada em mensagem-clima.txt"

           if ws-qtd-nao-fechadas > 0 then
               move 4 to return-code
           end-if
           .
       fecha-mensagem-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha da mensagem de uma estacao (ws-ind-est): le o mes no mestre
      *>  e anota o envio no log de transmissao. Dia estimado pela rede ou
      *>  fora da faixa plausivel nao e observacao e conta como faltante
      *>------------------------------------------------------------------------
       monta-estacao section.

           move 0   to ws-qtd-medidos
           move 0   to ws-soma-media
           move 0   to ws-soma-min
           move 0   to ws-soma-max
           move 0   to ws-soma-umidade
           move 0   to ws-soma-chuva
           move 0   to ws-dias-chuva
           move 0   to ws-max-abs
           move 0   to ws-dia-max-abs
           move 0   to ws-min-abs
           move 0   to ws-dia-min-abs
           move "N" to ws-fim-mestre

           move ws-est-codigo(ws-ind-est) to fd-mst-estacao
           move ws-ano-msg                 to fd-mst-ano
           move ws-mes-msg                 to fd-mst-mes
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
                   if fd-mst-estacao = ws-est-codigo(ws-ind-est)
                   and fd-mst-ano = ws-ano-msg
                   and fd-mst-mes = ws-mes-msg then
                       if fd-mst-origem <> "E"
                       and fd-mst-temp-min >= ws-temp-min
                       and fd-mst-temp-max <= ws-temp-max
                       and fd-mst-temp-min <= fd-mst-temp-max then
                           perform acumula-dia
                       end-if
                   else
                       move "S" to ws-fim-mestre
                   end-if
               end-if
           end-perform

           move ws-est-codigo(ws-ind-est) to ws-msg-estacao-cod
           move ws-ano-msg                 to ws-msg-ano
           move ws-mes-msg                 to ws-msg-mes
           move ws-tipo-envio              to ws-msg-tipo
           move ws-qtd-medidos             to ws-msg-medidos
           compute ws-msg-faltantes = ws-dias-no-mes - ws-qtd-medidos

           if ws-qtd-medidos > 0 then
               compute ws-media-mes rounded =
                   ws-soma-media / ws-qtd-medidos
               compute ws-msg-media-min rounded =
                   ws-soma-min / ws-qtd-medidos
               compute ws-msg-media-max rounded =
                   ws-soma-max / ws-qtd-medidos
               compute ws-msg-umidade rounded =
                   ws-soma-umidade / ws-qtd-medidos
           else
               move 0 to ws-media-mes
               move 0 to ws-msg-media-min
               move 0 to ws-msg-media-max
               move 0 to ws-msg-umidade
           end-if
           move ws-media-mes   to ws-msg-media
           move ws-max-abs     to ws-msg-max-abs
           move ws-dia-max-abs to ws-msg-dia-max
           move ws-min-abs     to ws-msg-min-abs
           move ws-dia-min-abs to ws-msg-dia-min
           move ws-soma-chuva  to ws-msg-chuva
           move ws-dias-chuva  to ws-msg-dias-chuva

           if ws-est-tem-normal(ws-ind-est) = "S"
           and ws-qtd-medidos > 0 then
               move "S" to ws-msg-tem-normal
               compute ws-msg-anomalia =
                   ws-media-mes - ws-est-normal-media(ws-ind-est)
           else
               move "N" to ws-msg-tem-normal
               move 0   to ws-msg-anomalia
           end-if

           write fd-mensagem-reg from ws-msg-estacao
           add 1 to ws-qtd-linhas
           add 1 to ws-qtd-enviadas

           move ws-est-codigo(ws-ind-est)  to fd-trn-estacao
           move ws-ano-msg                 to fd-trn-ano
           move ws-mes-msg                 to fd-trn-mes
           move ws-tipo-envio              to fd-trn-tipo
           move ws-data-atual              to fd-trn-data
           move ws-hora-atual              to fd-trn-hora
           move ws-est-fch-qtd(ws-ind-est) to fd-trn-fechamentos
           write fd-transmissao-reg
           .
       monta-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acumula um dia observado do mes: media do dia como no testeTemp
      *>  ((minima + maxima) / 2), extremos no primeiro dia em que ocorrem
      *>------------------------------------------------------------------------
       acumula-dia section.

           add 1 to ws-qtd-medidos
           compute ws-temp-dia rounded =
               (fd-mst-temp-min + fd-mst-temp-max) / 2
           add ws-temp-dia         to ws-soma-media
           add fd-mst-temp-min     to ws-soma-min
           add fd-mst-temp-max     to ws-soma-max
           add fd-mst-umidade      to ws-soma-umidade
           add fd-mst-precipitacao to ws-soma-chuva

           if fd-mst-precipitacao >= ws-limiar-dia-chuva then
               add 1 to ws-dias-chuva
           end-if

           if ws-qtd-medidos = 1
           or fd-mst-temp-max > ws-max-abs then
               move fd-mst-temp-max to ws-max-abs
               move fd-mst-dia      to ws-dia-max-abs
           end-if
           if ws-qtd-medidos = 1
           or fd-mst-temp-min < ws-min-abs then
               move fd-mst-temp-min to ws-min-abs
               move fd-mst-dia      to ws-dia-min-abs
           end-if
           .
       acumula-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carga do cadastro de estacoes (linha antiga sem situacao: estacao
      *>  ativa desde sempre)
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
                   if fd-est-situacao = "I" then
                       move "I" to ws-est-situacao(ws-qtd-estacoes)
                   else
                       move "A" to ws-est-situacao(ws-qtd-estacoes)
                   end-if
                   if fd-est-data-ativacao is numeric then
                       move fd-est-data-ativacao
                         to ws-est-data-ativacao(ws-qtd-estacoes)
                   else
                       move 0 to ws-est-data-ativacao(ws-qtd-estacoes)
                   end-if
                   if fd-est-data-desativacao is numeric then
                       move fd-est-data-desativacao
                         to ws-est-data-desativacao(ws-qtd-estacoes)
                   else
                       move 0 to ws-est-data-desativacao(ws-qtd-estacoes)
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
      *>  Quantidade de dias do mes da mensagem (fevereiro pelo bissexto)
      *>------------------------------------------------------------------------
       calcula-dias-no-mes section.

           evaluate ws-mes-msg
               when 01 when 03 when 05 when 07 when 08 when 10 when 12
                   move 31 to ws-dias-no-mes
               when 04 when 06 when 09 when 11
                   move 30 to ws-dias-no-mes
               when 02
                   divide ws-ano-msg by 4
                       giving ws-quociente remainder ws-resto-4
                   divide ws-ano-msg by 100
                       giving ws-quociente remainder ws-resto-100
                   divide ws-ano-msg by 400
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
