      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "recalculoDerivados".
       author. "Leticia Fausto".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Historico de alteracoes
      *> 15/10/2026 - conferencia e recalculo dos produtos derivados do
      *>              mestre de leituras: cada linha de historico.txt,
      *>              historico-gd.txt e normais.txt e comparada com o
      *>              carimbo de geracao (produtos.dat) e com a ultima
      *>              alteracao dos dias da estacao/mes (alteracoes-
      *>              mestre.dat), lidos pela chave; a conferencia lista
      *>              as linhas desatualizadas em produtos-desatualizados
      *>              .txt e o recalculo refaz, nesta ordem, as medias
      *>              mensais, os totais de graus-dia e as normais do mes
      *>              do calendario, anotando o valor antigo e o novo de
      *>              cada figura em recalculo-derivados.txt



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

      *>   Cadastro das estacoes da rede (as normais so valem para as
      *>   estacoes cadastradas)
           select arqEstacoes assign to "estacoes.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqEstacoes.

      *>   Parametros operacionais (temperatura base dos graus-dia por
      *>   estacao, como no testeTemp)
           select arqParametros assign to "parametros.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqParametros.

      *>   Produtos derivados gravados pelo testeTemp
           select arqHistorico assign to "historico.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqHistorico.

           select arqHistGD assign to "historico-gd.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqHistGD.

           select arqNormais assign to "normais.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqNormais.

      *>   Ultima alteracao dos dias de cada estacao/mes do mestre, com
      *>   data/hora (manutencao, estimativa, restauracao, carga,
      *>   recarga, ordem)
           select arqAlteracoes assign to "alteracoes-mestre.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-alt-chave
           lock mode is automatic
           file status is ws-fs-arqAlteracoes.

      *>   Ultimo carimbo de geracao de cada linha dos produtos derivados
           select arqProdutos assign to "produtos.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-prd-chave
           lock mode is automatic
           file status is ws-fs-arqProdutos.

      *>   Relatorio da conferencia, recriado a cada execucao
           select arqRelatorio assign to "produtos-desatualizados.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqRelatorio.

      *>   Log do recalculo: valor antigo e novo de cada figura refeita
           select arqLogRecalculo assign to "recalculo-derivados.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqLogRecalculo.

      *>   Arquivo de trabalho da regravacao de um produto derivado
           select arqTrabalho assign to "recalculo-tmp.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqTrabalho.

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

       fd arqParametros.

      *>    leiaute novo: codigo da estacao (*** = padrao da rede) antes
      *>    dos valores; a linha unica antiga (sem codigo) e reconhecida
      *>    pelo sinal na 5a posicao e vale como padrao da rede
       01 fd-parametro-reg.
          05 fd-par-estacao                        pic x(03).
          05 filler                                pic x(01).
          05 fd-par-limiar-calor                   pic s9(02)v99
                                   sign is trailing separate character.
          05 filler                                pic x(01).
          05 fd-par-limiar-frio                    pic s9(02)v99
                                   sign is trailing separate character.
          05 filler                                pic x(01).
          05 fd-par-dias-alerta                     pic 9(02).
          05 filler                                pic x(01).
          05 fd-par-cobertura-min                   pic 9(03).
          05 filler                                pic x(01).
          05 fd-par-temp-base                       pic 9(02)v99.
          05 filler                                pic x(01).
          05 fd-par-tolerancia                      pic 9(02)v99.

       01 fd-parametro-legado.
          05 fd-parl-limiar-calor                  pic s9(02)v99
                                   sign is trailing separate character.
          05 filler                                pic x(01).
          05 fd-parl-limiar-frio                   pic s9(02)v99
                                   sign is trailing separate character.
          05 filler                                pic x(01).
          05 fd-parl-dias-alerta                    pic 9(02).
          05 filler                                pic x(01).
          05 fd-parl-cobertura-min                  pic 9(03).
          05 filler                                pic x(01).
          05 fd-parl-temp-base                      pic 9(02)v99.
          05 filler                                pic x(09).

       01 fd-parametro-verifica.
          05 filler                                pic x(04).
          05 fd-parv-sinal                         pic x(01).
          05 filler                                pic x(27).

       fd arqHistorico.

       01 fd-historico-reg.
          05 fd-hist-estacao                             pic x(03).
          05 fd-hist-ano                                 pic 9(04).
          05 fd-hist-mes                                 pic 9(02).
          05 fd-hist-media                               pic s9(02)v99.

       fd arqHistGD.

       01 fd-histgd-reg.
          05 fd-hgd-estacao                              pic x(03).
          05 fd-hgd-ano                                  pic 9(04).
          05 fd-hgd-mes                                  pic 9(02).
          05 fd-hgd-hdd                                  pic s9(04)v99.
          05 fd-hgd-cdd                                  pic s9(04)v99.

       fd arqNormais.

       01 fd-normais-reg.
          05 fd-nrm-estacao                              pic x(03).
          05 fd-nrm-mes                                  pic 9(02).
          05 fd-nrm-media                                pic s9(02)v99.
          05 fd-nrm-media-min                            pic s9(02)v99.
          05 fd-nrm-media-max                            pic s9(02)v99.
          05 fd-nrm-qtd-dias                             pic 9(05).
          05 fd-nrm-qtd-estimados                        pic 9(05).

       fd arqAlteracoes.

       01 fd-alteracao-reg.
          05 fd-alt-chave.
             10 fd-alt-estacao                           pic x(03).
             10 fd-alt-ano                               pic 9(04).
             10 fd-alt-mes                               pic 9(02).
          05 fd-alt-data                                 pic 9(08).
          05 fd-alt-hora                                 pic 9(08).
          05 fd-alt-origem                               pic x(12).

       fd arqProdutos.

       01 fd-produto-reg.
          05 fd-prd-chave.
             10 fd-prd-estacao                           pic x(03).
      *>           ano zero na normal (mes do calendario)
             10 fd-prd-ano                               pic 9(04).
             10 fd-prd-mes                               pic 9(02).
             10 fd-prd-tipo                              pic x(01).
          05 fd-prd-data                                 pic 9(08).
          05 fd-prd-hora                                 pic 9(08).

       fd arqRelatorio.

       01 fd-rel-reg                                pic x(80).

       fd arqLogRecalculo.

       01 fd-log-reg                                pic x(90).

       fd arqTrabalho.

       01 fd-trabalho-reg                           pic x(27).

       fd arqErro.

       01 fd-erro-reg                                pic x(61).


      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqMestre                         pic 9(02).
       77  ws-fs-arqEstacoes                       pic 9(02).
       77  ws-fs-arqParametros                     pic 9(02).
       77  ws-fs-arqHistorico                      pic 9(02).
       77  ws-fs-arqHistGD                         pic 9(02).
       77  ws-fs-arqNormais                        pic 9(02).
       77  ws-fs-arqAlteracoes                     pic 9(02).
       77  ws-fs-arqProdutos                       pic 9(02).
       77  ws-fs-arqRelatorio                      pic 9(02).
       77  ws-fs-arqLogRecalculo                   pic 9(02).
       77  ws-fs-arqTrabalho                       pic 9(02).
       77  ws-fs-arqErro                           pic 9(02).
       77  ws-fs-ultimo                            pic 9(02) value 0.

      *>----Opcao do operador
       77 ws-opcao                                  pic x(01).
       77 ws-confirma                               pic x(01) value "N".

      *>----Estacoes do cadastro
       01 ws-estacoes occurs 40.
          05 ws-est-codigo                         pic x(03).
       77 ws-qtd-estacoes                           pic 9(02) value 0.
       77 ws-ind-est                                pic 9(02).
       77 ws-ind-est-achada                         pic 9(02).

      *>----Temperatura base dos graus-dia: entrada 1 = padrao da rede
      *>    (***), as demais por estacao
       01 ws-parametros occurs 41.
          05 ws-par-estacao                        pic x(03).
          05 ws-par-temp-base                       pic s9(02)v99.
       77 ws-qtd-parametros                         pic 9(02) value 0.
       77 ws-ind-par                                pic 9(02).
       77 ws-ind-par-achado                         pic 9(02).
       77 ws-temp-base                              pic s9(02)v99 value 18,00.

      *>----Momento de uma alteracao ou carimbo (data e hora juntas,
      *>    AAAAMMDDHHMMSSCC); arquivo ausente = nada alterado ou carimbado
       77 ws-momento-lido                           pic 9(16).
       77 ws-sem-alteracoes                         pic x(01) value "N".
       77 ws-sem-carimbos                           pic x(01) value "N".
       77 ws-fim-alteracoes                         pic x(01) value "N".
       77 ws-crb-existente                          pic x(01) value "N".

      *>----Linha de produto em conferencia (tipo M = media do historico,
      *>    G = graus-dia, N = normal, com ano zero)
       77 ws-chk-estacao                            pic x(03).
       77 ws-chk-ano                                pic 9(04).
       77 ws-chk-mes                                pic 9(02).
       77 ws-chk-tipo                               pic x(01).
       77 ws-chk-momento-crb                        pic 9(16).
       77 ws-chk-momento-alt                        pic 9(16).
       77 ws-chk-origem                             pic x(12).
       77 ws-chk-situacao                           pic x(01).
          88 linha-desatualizada                    value "S".
       77 ws-chk-arquivo                            pic x(16).

      *>----Contadores da conferencia e do recalculo
       77 ws-qtd-desat-hist                         pic 9(05) value 0.
       77 ws-qtd-desat-gd                           pic 9(05) value 0.
       77 ws-qtd-desat-nrm                          pic 9(05) value 0.
       77 ws-qtd-desatualizadas                     pic 9(05) value 0.
       77 ws-qtd-recalc-hist                        pic 9(05) value 0.
       77 ws-qtd-recalc-gd                          pic 9(05) value 0.
       77 ws-qtd-recalc-nrm                         pic 9(05) value 0.
       77 ws-qtd-sem-dias                           pic 9(05) value 0.

      *>----Recalculo de um mes (mesmas regras do testeTemp: media do dia
      *>    arredondada, media do mes truncada, graus-dia pela base da
      *>    estacao) e de uma normal do mes do calendario
       77 ws-calc-estacao                           pic x(03).
       77 ws-calc-ano                               pic 9(04).
       77 ws-calc-mes                               pic 9(02).
       77 ws-calc-qtd-dias                          pic 9(02) value 0.
       77 ws-calc-qtd-validas                       pic 9(02) value 0.
       77 ws-calc-temp                              pic s9(02)v99.
       77 ws-calc-temp-total                        pic s9(04)v99.
       77 ws-calc-media                             pic s9(02)v99.
       77 ws-calc-hdd-dia                           pic s9(02)v99.
       77 ws-calc-cdd-dia                           pic s9(02)v99.
       77 ws-calc-total-hdd                         pic s9(04)v99.
       77 ws-calc-total-cdd                         pic s9(04)v99.
       77 ws-calc-nrm-qtd                           pic 9(05) value 0.
       77 ws-calc-nrm-qtd-est                       pic 9(05) value 0.
       77 ws-calc-nrm-soma-med                      pic s9(07)v99.
       77 ws-calc-nrm-soma-min                      pic s9(07)v99.
       77 ws-calc-nrm-soma-max                      pic s9(07)v99.
       77 ws-calc-nrm-media                         pic s9(02)v99.
       77 ws-calc-nrm-media-min                     pic s9(02)v99.
       77 ws-calc-nrm-media-max                     pic s9(02)v99.

      *>----Faixa plausivel das leituras (a mesma do testeTemp)
       77 ws-temp-min                               pic s9(02)v99 value -50,00.
       77 ws-temp-max                               pic s9(02)v99 value 60,00.

       77 ws-mestre-ausente                         pic x(01) value "N".
       77 ws-fim-mestre                             pic x(01) value "N".
          88 fim-do-mestre                          value "S".

       77 ws-msn                                   pic x(40).

      *>----Variaveis de data e hora (log de erros, carimbos e log)
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

      *>----Linhas do relatorio de produtos desatualizados
       01 ws-rel-cabecalho.
          05 filler                                 pic x(38)
              value "PRODUTOS DERIVADOS DESATUALIZADOS EM  ".
          05 ws-rel-cab-data                            pic 9(08).
          05 filler                                 pic x(01) value " ".
          05 ws-rel-cab-hora                            pic 9(08).
       01 ws-rel-colunas                            pic x(72)
           value "ARQUIVO          EST ANO  MES GERADO EM         ALTERADO EM       ORIGEM".
       01 ws-rel-detalhe.
          05 ws-rdt-arquivo                             pic x(16).
          05 filler                                 pic x(01) value " ".
          05 ws-rdt-estacao                             pic x(03).
          05 filler                                 pic x(01) value " ".
          05 ws-rdt-ano                                 pic 9(04).
          05 filler                                 pic x(01) value " ".
          05 ws-rdt-mes                                 pic 9(02).
          05 filler                                 pic x(02) value spaces.
          05 ws-rdt-gerado                              pic x(17).
          05 ws-rdt-gerado-r redefines ws-rdt-gerado.
             10 ws-rdt-ger-data                         pic 9(08).
             10 filler                              pic x(01).
             10 ws-rdt-ger-hora                         pic 9(08).
          05 filler                                 pic x(01) value " ".
          05 ws-rdt-alt-data                            pic 9(08).
          05 filler                                 pic x(01) value " ".
          05 ws-rdt-alt-hora                            pic 9(08).
          05 filler                                 pic x(01) value " ".
          05 ws-rdt-origem                              pic x(12).
       01 ws-rel-nada                               pic x(40)
           value "NENHUM PRODUTO DERIVADO DESATUALIZADO".
       01 ws-rel-total.
          05 filler                                 pic x(22)
              value "DESATUALIZADAS: HIST ".
          05 ws-rtt-hist                                pic 9(05).
          05 filler                                 pic x(12) value " GRAUS-DIA ".
          05 ws-rtt-gd                                  pic 9(05).
          05 filler                                 pic x(10) value " NORMAIS ".
          05 ws-rtt-nrm                                 pic 9(05).

      *>----Linha do log do recalculo (uma por figura refeita)
       01 ws-log-detalhe.
          05 ws-log-data                                pic 9(08).
          05 filler                                 pic x(01) value " ".
          05 ws-log-hora                                pic 9(08).
          05 filler                                 pic x(01) value " ".
          05 ws-log-arquivo                             pic x(16).
          05 filler                                 pic x(01) value " ".
          05 ws-log-estacao                             pic x(03).
          05 filler                                 pic x(01) value " ".
          05 ws-log-ano                                 pic 9(04).
          05 filler                                 pic x(01) value "/".
          05 ws-log-mes                                 pic 9(02).
          05 filler                                 pic x(01) value " ".
          05 ws-log-figura                              pic x(09).
          05 filler                                 pic x(04) value " de ".
          05 ws-log-antigo                              pic s9(04)v99
                                   sign is trailing separate character.
          05 filler                                 pic x(06) value " para ".
          05 ws-log-novo                                pic s9(04)v99
                                   sign is trailing separate character.


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
           perform carrega-parametros
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal: conferencia ou recalculo
      *>------------------------------------------------------------------------
       processamento section.

           display "recalculoDerivados - produtos derivados do mestre"
           display "'V'erificar os produtos desatualizados"
           display "'R'ecalcular os produtos desatualizados"
           display "'S'air"
           accept ws-opcao

           evaluate ws-opcao
               when "V" when "v"
                   perform confere-produtos
                   if ws-qtd-desatualizadas > 0 then
                       move 4 to return-code
                   end-if
               when "R" when "r"
                   perform confere-produtos
                   if ws-qtd-desatualizadas > 0 then
                       perform recalcula-produtos
                   end-if
               when other
                   continue
           end-evaluate
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega os codigos do cadastro de estacoes
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
               end-if
           end-perform

           close arqEstacoes
           .
       carrega-estacoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Temperatura base dos graus-dia de parametros.txt, com as mesmas
      *>  regras do testeTemp (linha antiga = padrao da rede; estacao sem
      *>  linha propria fica com o padrao)
      *>------------------------------------------------------------------------
       carrega-parametros section.

           move 1     to ws-qtd-parametros
           move "***" to ws-par-estacao(1)
           move ws-temp-base to ws-par-temp-base(1)

           open input arqParametros.
           if ws-fs-arqParametros <> 00 then
               display "parametros.txt ausente: usando a base padrao."
               exit section
           end-if

           perform until ws-fs-arqParametros <> 00
               read arqParametros
               if ws-fs-arqParametros = 00 then
                   perform carrega-linha-parametro
               end-if
           end-perform
           close arqParametros
           .
       carrega-parametros-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Interpreta uma linha de parametros.txt (so a temperatura base)
      *>------------------------------------------------------------------------
       carrega-linha-parametro section.

           if fd-parv-sinal = "+" or fd-parv-sinal = "-" then
               if fd-parl-temp-base is numeric then
                   move fd-parl-temp-base to ws-par-temp-base(1)
               end-if
               exit section
           end-if

           move 0 to ws-ind-par-achado
           perform varying ws-ind-par from 1 by 1
                                   until ws-ind-par > ws-qtd-parametros
                                      or ws-ind-par-achado > 0
               if ws-par-estacao(ws-ind-par) = fd-par-estacao then
                   move ws-ind-par to ws-ind-par-achado
               end-if
           end-perform

           if ws-ind-par-achado = 0 then
               if ws-qtd-parametros >= 41 then
                   exit section
               end-if
               add 1 to ws-qtd-parametros
               move ws-qtd-parametros to ws-ind-par-achado
               move fd-par-estacao to ws-par-estacao(ws-ind-par-achado)
               move ws-par-temp-base(1)
                 to ws-par-temp-base(ws-ind-par-achado)
           end-if

           if fd-par-temp-base is numeric then
               move fd-par-temp-base
                 to ws-par-temp-base(ws-ind-par-achado)
           end-if
           .
       carrega-linha-parametro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Temperatura base em vigor para ws-calc-estacao
      *>------------------------------------------------------------------------
       busca-temp-base section.

           move 0 to ws-ind-par-achado
           perform varying ws-ind-par from 2 by 1
                                   until ws-ind-par > ws-qtd-parametros
                                      or ws-ind-par-achado > 0
               if ws-par-estacao(ws-ind-par) = ws-calc-estacao then
                   move ws-ind-par to ws-ind-par-achado
               end-if
           end-perform
           if ws-ind-par-achado = 0 then
               move 1 to ws-ind-par-achado
           end-if

           move ws-par-temp-base(ws-ind-par-achado) to ws-temp-base
           .
       busca-temp-base-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Situacao de uma linha de produto (ws-chk-*): desatualizada quando
      *>  os dias da chave mudaram depois do carimbo de geracao, ou quando
      *>  a linha nao tem carimbo e houve alguma alteracao; a normal olha
      *>  as alteracoes do mes do calendario em qualquer ano
      *>------------------------------------------------------------------------
       verifica-linha section.

           move "N" to ws-chk-situacao
           move 0 to ws-chk-momento-alt
           move 0 to ws-chk-momento-crb
           move spaces to ws-chk-origem

           if ws-sem-alteracoes = "S" then
               exit section
           end-if

           if ws-chk-tipo = "N" then
               perform busca-alteracao-normal
           else
               move ws-chk-estacao to fd-alt-estacao
               move ws-chk-ano     to fd-alt-ano
               move ws-chk-mes     to fd-alt-mes
               read arqAlteracoes key is fd-alt-chave
               if ws-fs-arqAlteracoes = 00
               and fd-alt-data is numeric
               and fd-alt-hora is numeric then
                   compute ws-chk-momento-alt = fd-alt-data * 100000000
                                              + fd-alt-hora
                   move fd-alt-origem to ws-chk-origem
               end-if
           end-if

           if ws-chk-momento-alt = 0 then
               exit section
           end-if

           if ws-sem-carimbos = "N" then
               move ws-chk-estacao to fd-prd-estacao
               move ws-chk-ano     to fd-prd-ano
               move ws-chk-mes     to fd-prd-mes
               move ws-chk-tipo    to fd-prd-tipo
               read arqProdutos key is fd-prd-chave
               if ws-fs-arqProdutos = 00
               and fd-prd-data is numeric
               and fd-prd-hora is numeric then
                   compute ws-chk-momento-crb = fd-prd-data * 100000000
                                              + fd-prd-hora
               end-if
           end-if

           if ws-chk-momento-alt > ws-chk-momento-crb then
               move "S" to ws-chk-situacao
           end-if
           .
       verifica-linha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Normal (ano zero): a alteracao mais recente do mes do calendario
      *>  em qualquer ano, percorrendo as chaves da estacao
      *>------------------------------------------------------------------------
       busca-alteracao-normal section.

           move ws-chk-estacao to fd-alt-estacao
           move 0              to fd-alt-ano
           move 0              to fd-alt-mes
           move "N"            to ws-fim-alteracoes

           start arqAlteracoes key is not less than fd-alt-chave
           if ws-fs-arqAlteracoes <> 00 then
               exit section
           end-if

           perform until ws-fim-alteracoes = "S"
               read arqAlteracoes next
               if ws-fs-arqAlteracoes <> 00
               or fd-alt-estacao <> ws-chk-estacao then
                   move "S" to ws-fim-alteracoes
               else
                   if fd-alt-mes = ws-chk-mes
                   and fd-alt-data is numeric
                   and fd-alt-hora is numeric then
                       compute ws-momento-lido = fd-alt-data * 100000000
                                               + fd-alt-hora
                       if ws-momento-lido > ws-chk-momento-alt then
                           move ws-momento-lido to ws-chk-momento-alt
                           move fd-alt-origem   to ws-chk-origem
                       end-if
                   end-if
               end-if
           end-perform
           .
       busca-alteracao-normal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Abre as alteracoes do mestre para consulta pela chave; sem o
      *>  arquivo nenhum dia foi alterado desde a geracao
      *>------------------------------------------------------------------------
       abre-alteracoes section.

           move "N" to ws-sem-alteracoes
           open input arqAlteracoes
           if ws-fs-arqAlteracoes = 35 then
               move "S" to ws-sem-alteracoes
               exit section
           end-if
           if ws-fs-arqAlteracoes <> 00 then
               move ws-fs-arqAlteracoes to ws-fs-ultimo
               move "erro na abertura das alteracoes do mestre" to ws-msn
               perform grava-erro
               perform finaliza
           end-if
           .
       abre-alteracoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conferencia: percorre os tres produtos derivados e lista em
      *>  produtos-desatualizados.txt cada linha desatualizada
      *>------------------------------------------------------------------------
       confere-produtos section.

           move 0 to ws-qtd-desat-hist
           move 0 to ws-qtd-desat-gd
           move 0 to ws-qtd-desat-nrm

           open output arqRelatorio
           if ws-fs-arqRelatorio <> 00 then
               move ws-fs-arqRelatorio to ws-fs-ultimo
               move "erro na abertura do relatorio" to ws-msn
               perform grava-erro
               perform finaliza
           end-if

           move ws-data-atual to ws-rel-cab-data
           move ws-hora-atual to ws-rel-cab-hora
           write fd-rel-reg from ws-rel-cabecalho
           write fd-rel-reg from ws-rel-colunas

           perform abre-alteracoes

      *>    sem carimbos: nenhuma linha foi carimbada ainda
           move "N" to ws-sem-carimbos
           open input arqProdutos
           if ws-fs-arqProdutos = 35 then
               move "S" to ws-sem-carimbos
           else
               if ws-fs-arqProdutos <> 00 then
                   move ws-fs-arqProdutos to ws-fs-ultimo
                   move "erro na abertura dos carimbos dos produtos"
                     to ws-msn
                   perform grava-erro
                   perform finaliza
               end-if
           end-if

      *>    medias mensais do historico
           move "historico.txt" to ws-chk-arquivo
           move "M" to ws-chk-tipo
           open input arqHistorico
           perform until ws-fs-arqHistorico <> 00
               read arqHistorico
               if ws-fs-arqHistorico = 00 then
                   move fd-hist-estacao to ws-chk-estacao
                   move fd-hist-ano     to ws-chk-ano
                   move fd-hist-mes     to ws-chk-mes
                   perform verifica-linha
                   if linha-desatualizada then
                       add 1 to ws-qtd-desat-hist
                       perform grava-linha-relatorio
                   end-if
               end-if
           end-perform
           close arqHistorico

      *>    totais de graus-dia
           move "historico-gd.txt" to ws-chk-arquivo
           move "G" to ws-chk-tipo
           open input arqHistGD
           perform until ws-fs-arqHistGD <> 00
               read arqHistGD
               if ws-fs-arqHistGD = 00 then
                   move fd-hgd-estacao to ws-chk-estacao
                   move fd-hgd-ano     to ws-chk-ano
                   move fd-hgd-mes     to ws-chk-mes
                   perform verifica-linha
                   if linha-desatualizada then
                       add 1 to ws-qtd-desat-gd
                       perform grava-linha-relatorio
                   end-if
               end-if
           end-perform
           close arqHistGD

      *>    normais do mes do calendario
           move "normais.txt" to ws-chk-arquivo
           move "N" to ws-chk-tipo
           open input arqNormais
           perform until ws-fs-arqNormais <> 00
               read arqNormais
               if ws-fs-arqNormais = 00 then
                   move fd-nrm-estacao to ws-chk-estacao
                   move 0              to ws-chk-ano
                   move fd-nrm-mes     to ws-chk-mes
                   perform verifica-linha
                   if linha-desatualizada then
                       add 1 to ws-qtd-desat-nrm
                       perform grava-linha-relatorio
                   end-if
               end-if
           end-perform
           close arqNormais

           compute ws-qtd-desatualizadas = ws-qtd-desat-hist
                                         + ws-qtd-desat-gd
                                         + ws-qtd-desat-nrm
           if ws-qtd-desatualizadas = 0 then
               write fd-rel-reg from ws-rel-nada
           end-if
           move ws-qtd-desat-hist to ws-rtt-hist
           move ws-qtd-desat-gd   to ws-rtt-gd
           move ws-qtd-desat-nrm  to ws-rtt-nrm
           move spaces to fd-rel-reg
           write fd-rel-reg
           write fd-rel-reg from ws-rel-total
           close arqRelatorio
           if ws-sem-alteracoes = "N" then
               close arqAlteracoes
           end-if
           if ws-sem-carimbos = "N" then
               close arqProdutos
           end-if

           display "Linhas desatualizadas - historico: " ws-qtd-desat-hist
                   " graus-dia: " ws-qtd-desat-gd
                   " normais: " ws-qtd-desat-nrm
           display "Relatorio gravado em produtos-desatualizados.txt"
           .
       confere-produtos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Uma linha desatualizada no relatorio da conferencia
      *>------------------------------------------------------------------------
       grava-linha-relatorio section.

           move ws-chk-arquivo to ws-rdt-arquivo
           move ws-chk-estacao to ws-rdt-estacao
           move ws-chk-ano     to ws-rdt-ano
           move ws-chk-mes     to ws-rdt-mes
           if ws-chk-momento-crb = 0 then
               move "SEM CARIMBO" to ws-rdt-gerado
           else
               move spaces to ws-rdt-gerado
               divide ws-chk-momento-crb by 100000000
                   giving ws-rdt-ger-data remainder ws-rdt-ger-hora
           end-if
           divide ws-chk-momento-alt by 100000000
               giving ws-rdt-alt-data remainder ws-rdt-alt-hora
           move ws-chk-origem to ws-rdt-origem
           write fd-rel-reg from ws-rel-detalhe
           .
       grava-linha-relatorio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Recalculo em cascata: medias mensais, graus-dia e normais, cada
      *>  linha desatualizada refeita a partir do mestre, com carimbo novo
      *>  e o valor antigo e novo de cada figura no log
      *>------------------------------------------------------------------------
       recalcula-produtos section.

           display "Recalcular " ws-qtd-desatualizadas
                   " linha(s) desatualizada(s)? (S/N): "
           accept ws-confirma
           if ws-confirma <> "S" and ws-confirma <> "s" then
               display "Recalculo cancelado."
               move 4 to return-code
               exit section
           end-if

           accept ws-data-atual from date yyyymmdd
           accept ws-hora-atual from time

           move "N" to ws-mestre-ausente
           open input arqMestre
           if ws-fs-arqMestre = 35 then
               move "S" to ws-mestre-ausente
           else
               if ws-fs-arqMestre <> 00 then
                   move ws-fs-arqMestre to ws-fs-ultimo
                   move "erro na abertura do mestre de leituras" to ws-msn
                   perform grava-erro
                   perform finaliza
               end-if
           end-if

           perform abre-alteracoes

      *>    os carimbos novos sao gravados pela chave (criado no primeiro)
           open i-o arqProdutos
           if ws-fs-arqProdutos = 35 then
               open output arqProdutos
               if ws-fs-arqProdutos = 00 then
                   close arqProdutos
                   open i-o arqProdutos
               end-if
           end-if
           if ws-fs-arqProdutos <> 00 then
               move ws-fs-arqProdutos to ws-fs-ultimo
               move "erro na abertura dos carimbos dos produtos"
                 to ws-msn
               perform grava-erro
               perform finaliza
           end-if
           move "N" to ws-sem-carimbos

           open extend arqLogRecalculo
           if ws-fs-arqLogRecalculo = 35 then
               close arqLogRecalculo
               open output arqLogRecalculo
           end-if
           if ws-fs-arqLogRecalculo <> 00 then
               move ws-fs-arqLogRecalculo to ws-fs-ultimo
               move "erro na abertura do log do recalculo" to ws-msn
               perform grava-erro
               perform finaliza
           end-if

           move 0 to ws-qtd-recalc-hist
           move 0 to ws-qtd-recalc-gd
           move 0 to ws-qtd-recalc-nrm
           move 0 to ws-qtd-sem-dias

           if ws-qtd-desat-hist > 0 then
               perform recalcula-historico
           end-if
           if ws-qtd-desat-gd > 0 then
               perform recalcula-graus-dia
           end-if
           if ws-qtd-desat-nrm > 0 then
               perform recalcula-normais
           end-if

           close arqLogRecalculo
           close arqProdutos
           if ws-sem-alteracoes = "N" then
               close arqAlteracoes
           end-if
           if ws-mestre-ausente = "N" then
               close arqMestre
           end-if

           display "Recalculadas - historico: " ws-qtd-recalc-hist
                   " graus-dia: " ws-qtd-recalc-gd
                   " normais: " ws-qtd-recalc-nrm
           display "Valores antigos e novos em recalculo-derivados.txt"
           if ws-qtd-sem-dias > 0 then
               display ws-qtd-sem-dias " linha(s) sem dias no mestre"
                       " (ano arquivado?): mantida(s) como estavam."
               if return-code = 0 then
                   move 4 to return-code
               end-if
           end-if
           .
       recalcula-produtos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  historico.txt: cada media desatualizada e refeita; o arquivo e
      *>  regravado inteiro pelo arquivo de trabalho
      *>------------------------------------------------------------------------
       recalcula-historico section.

           move "historico.txt" to ws-chk-arquivo
           move "M" to ws-chk-tipo

           open input arqHistorico
           if ws-fs-arqHistorico <> 00 then
               move ws-fs-arqHistorico to ws-fs-ultimo
               move "erro na abertura do historico" to ws-msn
               perform grava-erro
               perform finaliza
           end-if
           open output arqTrabalho
           if ws-fs-arqTrabalho <> 00 then
               move ws-fs-arqTrabalho to ws-fs-ultimo
               move "erro na abertura do arquivo de trabalho" to ws-msn
               perform grava-erro
               perform finaliza
           end-if

           perform until ws-fs-arqHistorico <> 00
               read arqHistorico
               if ws-fs-arqHistorico = 00 then
                   move fd-hist-estacao to ws-chk-estacao
                   move fd-hist-ano     to ws-chk-ano
                   move fd-hist-mes     to ws-chk-mes
                   perform verifica-linha
                   if linha-desatualizada then
                       move fd-hist-estacao to ws-calc-estacao
                       move fd-hist-ano     to ws-calc-ano
                       move fd-hist-mes     to ws-calc-mes
                       perform calcula-mes-mestre
                       if ws-calc-qtd-dias = 0 then
                           add 1 to ws-qtd-sem-dias
                           display "Sem dias no mestre: historico "
                                   fd-hist-estacao " " fd-hist-mes "/"
                                   fd-hist-ano
                       else
                           move "MEDIA"       to ws-log-figura
                           move fd-hist-media to ws-log-antigo
                           move ws-calc-media to ws-log-novo
                           perform grava-log-figura
                           move ws-calc-media to fd-hist-media
                           perform grava-carimbo
                           add 1 to ws-qtd-recalc-hist
                       end-if
                   end-if
                   write fd-trabalho-reg from fd-historico-reg
               end-if
           end-perform

           close arqHistorico
           close arqTrabalho

           if ws-qtd-recalc-hist = 0 then
               exit section
           end-if

           open input arqTrabalho
           open output arqHistorico
           if ws-fs-arqHistorico <> 00 then
               move ws-fs-arqHistorico to ws-fs-ultimo
               move "erro na regravacao do historico" to ws-msn
               perform grava-erro
               perform finaliza
           end-if
           perform until ws-fs-arqTrabalho <> 00
               read arqTrabalho
               if ws-fs-arqTrabalho = 00 then
                   write fd-historico-reg from fd-trabalho-reg
               end-if
           end-perform
           close arqTrabalho
           close arqHistorico
           .
       recalcula-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  historico-gd.txt: cada total de graus-dia desatualizado e
      *>  refeito com a temperatura base em vigor da estacao
      *>------------------------------------------------------------------------
       recalcula-graus-dia section.

           move "historico-gd.txt" to ws-chk-arquivo
           move "G" to ws-chk-tipo

           open input arqHistGD
           if ws-fs-arqHistGD <> 00 then
               move ws-fs-arqHistGD to ws-fs-ultimo
               move "erro na abertura do historico de graus-dia"
                 to ws-msn
               perform grava-erro
               perform finaliza
           end-if
           open output arqTrabalho
           if ws-fs-arqTrabalho <> 00 then
               move ws-fs-arqTrabalho to ws-fs-ultimo
               move "erro na abertura do arquivo de trabalho" to ws-msn
               perform grava-erro
               perform finaliza
           end-if

           perform until ws-fs-arqHistGD <> 00
               read arqHistGD
               if ws-fs-arqHistGD = 00 then
                   move fd-hgd-estacao to ws-chk-estacao
                   move fd-hgd-ano     to ws-chk-ano
                   move fd-hgd-mes     to ws-chk-mes
                   perform verifica-linha
                   if linha-desatualizada then
                       move fd-hgd-estacao to ws-calc-estacao
                       move fd-hgd-ano     to ws-calc-ano
                       move fd-hgd-mes     to ws-calc-mes
                       perform calcula-mes-mestre
                       if ws-calc-qtd-dias = 0 then
                           add 1 to ws-qtd-sem-dias
                           display "Sem dias no mestre: graus-dia "
                                   fd-hgd-estacao " " fd-hgd-mes "/"
                                   fd-hgd-ano
                       else
                           move "HDD"             to ws-log-figura
                           move fd-hgd-hdd        to ws-log-antigo
                           move ws-calc-total-hdd to ws-log-novo
                           perform grava-log-figura
                           move "CDD"             to ws-log-figura
                           move fd-hgd-cdd        to ws-log-antigo
                           move ws-calc-total-cdd to ws-log-novo
                           perform grava-log-figura
                           move ws-calc-total-hdd to fd-hgd-hdd
                           move ws-calc-total-cdd to fd-hgd-cdd
                           perform grava-carimbo
                           add 1 to ws-qtd-recalc-gd
                       end-if
                   end-if
                   write fd-trabalho-reg from fd-histgd-reg
               end-if
           end-perform

           close arqHistGD
           close arqTrabalho

           if ws-qtd-recalc-gd = 0 then
               exit section
           end-if

           open input arqTrabalho
           open output arqHistGD
           if ws-fs-arqHistGD <> 00 then
               move ws-fs-arqHistGD to ws-fs-ultimo
               move "erro na regravacao do historico de graus-dia"
                 to ws-msn
               perform grava-erro
               perform finaliza
           end-if
           perform until ws-fs-arqTrabalho <> 00
               read arqTrabalho
               if ws-fs-arqTrabalho = 00 then
                   write fd-histgd-reg from fd-trabalho-reg
               end-if
           end-perform
           close arqTrabalho
           close arqHistGD
           .
       recalcula-graus-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  normais.txt: cada normal desatualizada e refeita com todos os
      *>  anos da estacao presentes no mestre
      *>------------------------------------------------------------------------
       recalcula-normais section.

           move "normais.txt" to ws-chk-arquivo
           move "N" to ws-chk-tipo

           open input arqNormais
           if ws-fs-arqNormais <> 00 then
               move ws-fs-arqNormais to ws-fs-ultimo
               move "erro na abertura das normais" to ws-msn
               perform grava-erro
               perform finaliza
           end-if
           open output arqTrabalho
           if ws-fs-arqTrabalho <> 00 then
               move ws-fs-arqTrabalho to ws-fs-ultimo
               move "erro na abertura do arquivo de trabalho" to ws-msn
               perform grava-erro
               perform finaliza
           end-if

           perform until ws-fs-arqNormais <> 00
               read arqNormais
               if ws-fs-arqNormais = 00 then
                   move fd-nrm-estacao to ws-chk-estacao
                   move 0              to ws-chk-ano
                   move fd-nrm-mes     to ws-chk-mes
                   perform verifica-linha
                   if linha-desatualizada then
                       move fd-nrm-estacao to ws-calc-estacao
                       move 0              to ws-calc-ano
                       move fd-nrm-mes     to ws-calc-mes
                       perform calcula-normal-mestre
                       if ws-calc-nrm-qtd = 0 then
                           add 1 to ws-qtd-sem-dias
                           display "Sem dias no mestre: normal "
                                   fd-nrm-estacao " mes " fd-nrm-mes
                       else
                           move "MEDIA"          to ws-log-figura
                           move fd-nrm-media     to ws-log-antigo
                           move ws-calc-nrm-media to ws-log-novo
                           perform grava-log-figura
                           move "MEDIA-MIN"      to ws-log-figura
                           move fd-nrm-media-min to ws-log-antigo
                           move ws-calc-nrm-media-min to ws-log-novo
                           perform grava-log-figura
                           move "MEDIA-MAX"      to ws-log-figura
                           move fd-nrm-media-max to ws-log-antigo
                           move ws-calc-nrm-media-max to ws-log-novo
                           perform grava-log-figura
                           move ws-calc-nrm-media     to fd-nrm-media
                           move ws-calc-nrm-media-min to fd-nrm-media-min
                           move ws-calc-nrm-media-max to fd-nrm-media-max
                           move ws-calc-nrm-qtd       to fd-nrm-qtd-dias
                           move ws-calc-nrm-qtd-est
                             to fd-nrm-qtd-estimados
                           perform grava-carimbo
                           add 1 to ws-qtd-recalc-nrm
                       end-if
                   end-if
                   write fd-trabalho-reg from fd-normais-reg
               end-if
           end-perform

           close arqNormais
           close arqTrabalho

           if ws-qtd-recalc-nrm = 0 then
               exit section
           end-if

           open input arqTrabalho
           open output arqNormais
           if ws-fs-arqNormais <> 00 then
               move ws-fs-arqNormais to ws-fs-ultimo
               move "erro na regravacao das normais" to ws-msn
               perform grava-erro
               perform finaliza
           end-if
           perform until ws-fs-arqTrabalho <> 00
               read arqTrabalho
               if ws-fs-arqTrabalho = 00 then
                   write fd-normais-reg from fd-trabalho-reg
               end-if
           end-perform
           close arqTrabalho
           close arqNormais
           .
       recalcula-normais-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Refaz a media e os graus-dia de ws-calc-estacao/ano/mes a partir
      *>  do mestre, como o testeTemp: todo dia na faixa plausivel entra
      *>  (estimado inclusive); ws-calc-qtd-dias zero = mes fora do mestre
      *>------------------------------------------------------------------------
       calcula-mes-mestre section.

           move 0 to ws-calc-qtd-dias
           move 0 to ws-calc-qtd-validas
           move 0 to ws-calc-temp-total
           move 0 to ws-calc-media
           move 0 to ws-calc-total-hdd
           move 0 to ws-calc-total-cdd

           if ws-mestre-ausente = "S" then
               exit section
           end-if

           perform busca-temp-base

           move ws-calc-estacao to fd-mst-estacao
           move ws-calc-ano     to fd-mst-ano
           move ws-calc-mes     to fd-mst-mes
           move 01              to fd-mst-dia
           move "N" to ws-fim-mestre

           start arqMestre key is not less than fd-mst-chave
           if ws-fs-arqMestre <> 00 then
               move "S" to ws-fim-mestre
           end-if

           perform until fim-do-mestre
               read arqMestre next
               if ws-fs-arqMestre <> 00 then
                   move "S" to ws-fim-mestre
               else
                   if fd-mst-estacao = ws-calc-estacao
                   and fd-mst-ano = ws-calc-ano
                   and fd-mst-mes = ws-calc-mes
                   and ws-calc-qtd-dias < 31 then
                       add 1 to ws-calc-qtd-dias
                       if fd-mst-temp-min >= ws-temp-min
                       and fd-mst-temp-min <= ws-temp-max
                       and fd-mst-temp-max >= ws-temp-min
                       and fd-mst-temp-max <= ws-temp-max
                       and fd-mst-temp-min <= fd-mst-temp-max then
                           compute ws-calc-temp rounded =
                               (fd-mst-temp-min + fd-mst-temp-max) / 2
                           add ws-calc-temp to ws-calc-temp-total
                           add 1 to ws-calc-qtd-validas

                           compute ws-calc-hdd-dia =
                               ws-temp-base - ws-calc-temp
                           if ws-calc-hdd-dia < 0 then
                               move 0 to ws-calc-hdd-dia
                           end-if
                           compute ws-calc-cdd-dia =
                               ws-calc-temp - ws-temp-base
                           if ws-calc-cdd-dia < 0 then
                               move 0 to ws-calc-cdd-dia
                           end-if
                           add ws-calc-hdd-dia to ws-calc-total-hdd
                           add ws-calc-cdd-dia to ws-calc-total-cdd
                       end-if
                   else
                       move "S" to ws-fim-mestre
                   end-if
               end-if
           end-perform

           if ws-calc-qtd-validas > 0 then
               compute ws-calc-media =
                   ws-calc-temp-total / ws-calc-qtd-validas
           end-if
           .
       calcula-mes-mestre-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Refaz a normal de ws-calc-estacao/mes com todos os anos da
      *>  estacao no mestre, como o testeTemp: estacao cadastrada, dia
      *>  estimado contado a parte, so dias na faixa plausivel nas somas
      *>------------------------------------------------------------------------
       calcula-normal-mestre section.

           move 0 to ws-calc-nrm-qtd
           move 0 to ws-calc-nrm-qtd-est
           move 0 to ws-calc-nrm-soma-med
           move 0 to ws-calc-nrm-soma-min
           move 0 to ws-calc-nrm-soma-max

           if ws-mestre-ausente = "S" then
               exit section
           end-if

           move 0 to ws-ind-est-achada
           perform varying ws-ind-est from 1 by 1
                                   until ws-ind-est > ws-qtd-estacoes
                                      or ws-ind-est-achada > 0
               if ws-est-codigo(ws-ind-est) = ws-calc-estacao then
                   move ws-ind-est to ws-ind-est-achada
               end-if
           end-perform
           if ws-ind-est-achada = 0 then
               exit section
           end-if

           move ws-calc-estacao to fd-mst-estacao
           move 0               to fd-mst-ano
           move 0               to fd-mst-mes
           move 0               to fd-mst-dia
           move "N" to ws-fim-mestre

           start arqMestre key is not less than fd-mst-chave
           if ws-fs-arqMestre <> 00 then
               move "S" to ws-fim-mestre
           end-if

           perform until fim-do-mestre
               read arqMestre next
               if ws-fs-arqMestre <> 00
               or fd-mst-estacao <> ws-calc-estacao then
                   move "S" to ws-fim-mestre
               else
                   if fd-mst-mes = ws-calc-mes then
                       if fd-mst-origem = "E" then
                           add 1 to ws-calc-nrm-qtd-est
                       else
                           if fd-mst-temp-min >= ws-temp-min
                           and fd-mst-temp-min <= ws-temp-max
                           and fd-mst-temp-max >= ws-temp-min
                           and fd-mst-temp-max <= ws-temp-max
                           and fd-mst-temp-min <= fd-mst-temp-max then
                               compute ws-calc-temp rounded =
                                   (fd-mst-temp-min + fd-mst-temp-max) / 2
                               add ws-calc-temp    to ws-calc-nrm-soma-med
                               add fd-mst-temp-min to ws-calc-nrm-soma-min
                               add fd-mst-temp-max to ws-calc-nrm-soma-max
                               add 1 to ws-calc-nrm-qtd
                           end-if
                       end-if
                   end-if
               end-if
           end-perform

           if ws-calc-nrm-qtd > 0 then
               compute ws-calc-nrm-media rounded =
                   ws-calc-nrm-soma-med / ws-calc-nrm-qtd
               compute ws-calc-nrm-media-min rounded =
                   ws-calc-nrm-soma-min / ws-calc-nrm-qtd
               compute ws-calc-nrm-media-max rounded =
                   ws-calc-nrm-soma-max / ws-calc-nrm-qtd
           end-if
           .
       calcula-normal-mestre-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carimbo novo para a linha recem-refeita (ws-chk-*): a chave ja
      *>  carimbada e regravada
      *>------------------------------------------------------------------------
       grava-carimbo section.

           move ws-chk-estacao to fd-prd-estacao
           move ws-chk-ano     to fd-prd-ano
           move ws-chk-mes     to fd-prd-mes
           move ws-chk-tipo    to fd-prd-tipo
           read arqProdutos key is fd-prd-chave
           if ws-fs-arqProdutos = 00 then
               move "S" to ws-crb-existente
           else
               move "N" to ws-crb-existente
           end-if

           move ws-chk-estacao to fd-prd-estacao
           move ws-chk-ano     to fd-prd-ano
           move ws-chk-mes     to fd-prd-mes
           move ws-chk-tipo    to fd-prd-tipo
           move ws-data-atual  to fd-prd-data
           move ws-hora-atual  to fd-prd-hora
           if ws-crb-existente = "S" then
               rewrite fd-produto-reg
           else
               write fd-produto-reg
           end-if
           if ws-fs-arqProdutos <> 00 then
               display "erro na gravacao do carimbo: " fd-prd-estacao
                       " " fd-prd-mes "/" fd-prd-ano " " fd-prd-tipo
               display "status do arquivo: " ws-fs-arqProdutos
               move 8 to return-code
           end-if
           .
       grava-carimbo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Uma figura refeita no log do recalculo (ws-log-figura, antigo e
      *>  novo ja preenchidos)
      *>------------------------------------------------------------------------
       grava-log-figura section.

           move ws-data-atual  to ws-log-data
           move ws-hora-atual  to ws-log-hora
           move ws-chk-arquivo to ws-log-arquivo
           move ws-chk-estacao to ws-log-estacao
           move ws-chk-ano     to ws-log-ano
           move ws-chk-mes     to ws-log-mes
           write fd-log-reg from ws-log-detalhe
           .
       grava-log-figura-exit.
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
