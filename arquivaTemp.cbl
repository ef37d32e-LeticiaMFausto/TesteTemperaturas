      *>              uma execucao interrompida; inclui a recarga de um
      *>              ano arquivado de volta ao mestre para o anuario e
      *>              as normais (re-arquivar o ano depois do uso)
      *> 15/10/2026 - registro do mestre ganha a origem da leitura (branco
      *>              = medida, E = estimada pela rede); o arquivo anual
      *>              acompanha o leiaute novo e as linhas antigas, sem a
      *>              origem, voltam na recarga como leitura medida
      *> 15/10/2026 - recarga anota cada estacao/mes que voltou ao mestre
      *>              em alteracoes-mestre.dat (origem RECARGA), para a
      *>              conferencia dos produtos derivados



           lock mode is automatic
           file status is ws-fs-arqRetencao.

      *>   Ultima alteracao dos dias de cada estacao/mes do mestre, com
      *>   data/hora (conferencia dos produtos derivados)
           select arqAlteracoes assign to "alteracoes-mestre.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-alt-chave
           lock mode is automatic
           file status is ws-fs-arqAlteracoes.

      *>   Log de erros (status do arquivo + data/hora de cada abortagem)
           select arqErro assign to "erros.log"
           organization is line sequential
          05 fd-mst-temp-max                       pic s9(02)v99.
          05 fd-mst-precipitacao                    pic 9(03)v9.
          05 fd-mst-umidade                         pic 9(03).
          05 fd-mst-origem                          pic x(01).

       fd arqAnual.

       01 fd-anual-reg                              pic x(27).

       fd arqRetencao.

          05 fd-ret-fase                           pic x(10).
          05 fd-ret-ano                             pic 9(04).

       fd arqAlteracoes.

       01 fd-alteracao-reg.
          05 fd-alt-chave.
             10 fd-alt-estacao                     pic x(03).
             10 fd-alt-ano                         pic 9(04).
             10 fd-alt-mes                         pic 9(02).
          05 fd-alt-data                           pic 9(08).
          05 fd-alt-hora                           pic 9(08).
          05 fd-alt-origem                         pic x(12).

       fd arqErro.

       01 fd-erro-reg                                pic x(61).
       77  ws-fs-arqMestre                         pic 9(02).
       77  ws-fs-arqAnual                          pic 9(02).
       77  ws-fs-arqRetencao                       pic 9(02).
       77  ws-fs-arqAlteracoes                     pic 9(02).
       77  ws-fs-arqErro                           pic 9(02).
       77  ws-fs-ultimo                            pic 9(02) value 0.

       77 ws-qtd-recarga-dup                        pic 9(06) value 0.
       77 ws-qtd-anos-feitos                        pic 9(03) value 0.

      *>----Estacao/mes que voltaram ao mestre na recarga (anotados em
      *>    alteracoes-mestre.dat; tabela cheia e descarregada)
       01 ws-alt-meses occurs 500.
          05 ws-alm-estacao                        pic x(03).
          05 ws-alm-ano                             pic 9(04).
          05 ws-alm-mes                            pic 9(02).
       77 ws-alt-qtd-meses                          pic 9(03) value 0.
       77 ws-ind-alt-mes                            pic 9(03).
       77 ws-alt-achou                              pic x(01).
       77 ws-alt-existente                          pic x(01).
       01 ws-alt-chave-salva                        pic x(09).

      *>----Fase pendente lida do marcador na entrada
       77 ws-fase-pendente                          pic x(10) value spaces.
       77 ws-ano-pendente                           pic 9(04) value 0.
                   write fd-mestre-reg
                   if ws-fs-arqMestre = 00 then
                       add 1 to ws-qtd-recarregados
                       perform guarda-mes-alterado
                   else
      *>                chave ja presente: recarga repetida, nada se perde
                       add 1 to ws-qtd-recarga-dup

           close arqAnual
           close arqMestre
           perform grava-alteracoes

           display "Ano " ws-ano-recarga " recarregado: "
                   ws-qtd-recarregados " registro(s) ("
       recarrega-ano-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Anota a estacao/mes do dia recem-recarregado (uma vez por mes);
      *>  com a tabela cheia ela e descarregada no arquivo antes
      *>------------------------------------------------------------------------
       guarda-mes-alterado section.

           move "N" to ws-alt-achou
           perform varying ws-ind-alt-mes from 1 by 1
                           until ws-ind-alt-mes > ws-alt-qtd-meses
                              or ws-alt-achou = "S"
               if ws-alm-estacao(ws-ind-alt-mes) = fd-mst-estacao
               and ws-alm-ano(ws-ind-alt-mes)    = fd-mst-ano
               and ws-alm-mes(ws-ind-alt-mes)    = fd-mst-mes then
                   move "S" to ws-alt-achou
               end-if
           end-perform
           if ws-alt-achou = "S" then
               exit section
           end-if

           if ws-alt-qtd-meses >= 500 then
               perform grava-alteracoes
           end-if

           add 1 to ws-alt-qtd-meses
           move fd-mst-estacao to ws-alm-estacao(ws-alt-qtd-meses)
           move fd-mst-ano     to ws-alm-ano(ws-alt-qtd-meses)
           move fd-mst-mes     to ws-alm-mes(ws-alt-qtd-meses)
           .
       guarda-mes-alterado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Descarrega as estacao/mes anotadas em alteracoes-mestre.dat
      *>  (origem RECARGA, data/hora da descarga) e esvazia a tabela
      *>------------------------------------------------------------------------
       grava-alteracoes section.

           if ws-alt-qtd-meses = 0 then
               exit section
           end-if

           accept ws-data-atual from date yyyymmdd
           accept ws-hora-atual from time

           open i-o arqAlteracoes
           if ws-fs-arqAlteracoes = 35 then
               open output arqAlteracoes
               if ws-fs-arqAlteracoes = 00 then
                   close arqAlteracoes
                   open i-o arqAlteracoes
               end-if
           end-if
           if ws-fs-arqAlteracoes <> 00 then
               display "erro na abertura das alteracoes do mestre"
               display "status do arquivo: " ws-fs-arqAlteracoes
               move 8 to return-code
               move 0 to ws-alt-qtd-meses
               exit section
           end-if

           perform varying ws-ind-alt-mes from 1 by 1
                           until ws-ind-alt-mes > ws-alt-qtd-meses
               move ws-alm-estacao(ws-ind-alt-mes) to fd-alt-estacao
               move ws-alm-ano(ws-ind-alt-mes)     to fd-alt-ano
               move ws-alm-mes(ws-ind-alt-mes)     to fd-alt-mes
               perform registra-alteracao
           end-perform

           close arqAlteracoes
           move 0 to ws-alt-qtd-meses
           .
       grava-alteracoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a alteracao da chave ja montada em fd-alt-chave; a chave
      *>  ja registrada e regravada, ficando so a alteracao mais recente
      *>------------------------------------------------------------------------
       registra-alteracao section.

           move fd-alt-chave to ws-alt-chave-salva
           read arqAlteracoes key is fd-alt-chave
           if ws-fs-arqAlteracoes = 00 then
               move "S" to ws-alt-existente
           else
               move "N" to ws-alt-existente
           end-if

           move ws-alt-chave-salva to fd-alt-chave
           move ws-data-atual      to fd-alt-data
           move ws-hora-atual      to fd-alt-hora
           move "RECARGA"            to fd-alt-origem
           if ws-alt-existente = "S" then
               rewrite fd-alteracao-reg
           else
               write fd-alteracao-reg
           end-if
           if ws-fs-arqAlteracoes <> 00 then
               display "erro na gravacao das alteracoes do mestre: "
                       fd-alt-estacao " " fd-alt-mes "/" fd-alt-ano
               display "status do arquivo: " ws-fs-arqAlteracoes
               move 8 to return-code
           end-if
           .
       registra-alteracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Abre o mestre de leituras (aqui ele precisa ja existir)
      *>------------------------------------------------------------------------
