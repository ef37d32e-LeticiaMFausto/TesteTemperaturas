      *>              relatorio de envelhecimento dos pendentes com mais
      *>              de N dias; o programa agora roda tambem sem
      *>              transferencia nova, so para trabalhar os rejeitos
      *> 15/10/2026 - registro do mestre ganha a origem da leitura (branco
      *>              = medida, E = estimada pela rede no testeTemp): a
      *>              critica aceita a leitura real de um dia estimado e a
      *>              integracao substitui a estimativa pela medida,
      *>              com a contagem das substituidas no fechamento
      *> 15/10/2026 - modo batch pelo arquivo de comando carga-batch.txt
      *>              (gravado pelo ciclo noturno): sem oficina de
      *>              rejeitos e sem ACCEPT, a integracao dos aceitos
      *>              segue a indicacao do comando
      *> 15/10/2026 - transferencia horaria do logger (transferencia-
      *>              horaria.txt): critica de cada hora, staging e totais
      *>              proprios, integracao no arquivo horario.dat (chave
      *>              estacao/ano/mes/dia/hora) e derivacao da minima,
      *>              maxima, chuva e umidade media do dia no mestre a
      *>              partir das horas (origem H; P quando o dia tem
      *>              menos horas que o minimo e fica marcado incompleto)
      *> 15/10/2026 - registro do cadastro de estacoes lido com a latitude
      *>              no final (usada pelo balanco hidrico)
      *> 15/10/2026 - recordes historicos (recordes.dat, construido pelo
      *>              recordesTemp) mantidos em dia a cada carga: cada dia
      *>              integrado ou derivado das horas e comparado com o
      *>              recorde do dia e do mes do calendario, e o boletim
      *>              recordes-boletim.txt lista os recordes batidos ou
      *>              igualados na carga; o dia que ja detinha um recorde
      *>              e mudou de valor faz o recorde ser refeito a partir
      *>              dos arquivos anuais e do mestre
      *> 15/10/2026 - cada estacao/mes com dia gravado no mestre
      *>              pela carga (diaria ou derivada das horas) e anotado
      *>              em alteracoes-mestre.dat no fim da execucao, para a
      *>              conferencia dos produtos derivados
      *> 15/10/2026 - recordes conferidos em duas passadas: primeiro os dias
      *>              sem recorde (boletim ligado), depois os dias que
      *>              detinham recorde sao refeitos; o boletim e recriado
      *>              em toda carga, mesmo sem dia gravado
      *> 15/10/2026 - minimo de horas do dia completo com o mesmo nome e
      *>              definicao do perfil horario do testeTemp



           lock mode is automatic
           file status is ws-fs-arqFechamento.

      *>   Transferencia horaria do logger (uma linha por estacao/hora)
           select arqTransHora assign to "transferencia-horaria.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqTransHora.

      *>   Horas aceitas pela critica, aguardando a integracao
           select arqStgHora assign to "staging-horario.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqStgHora.

      *>   Horas rejeitadas (acumulativo, mesmo leiaute do rejeitos.txt;
      *>   fora da oficina, que trabalha so o registro diario)
           select arqRejHora assign to "rejeitos-horarios.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqRejHora.

      *>   Observacoes horarias indexadas por estacao/ano/mes/dia/hora
           select arqHorario assign to "horario.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-hor-chave
           lock mode is automatic
           file status is ws-fs-arqHorario.

      *>   Recordes historicos por estacao (construidos pelo recordesTemp;
      *>   a carga so os mantem em dia)
           select arqRecordes assign to "recordes.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-rec-chave
           lock mode is automatic
           file status is ws-fs-arqRecordes.

      *>   Arquivo anual de retencao (arquivo-AAAA.txt), lido so para
      *>   refazer um recorde cujo detentor mudou de valor
           select arqAnual assign to ws-arq-anual-nome
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqAnual.

      *>   Boletim dos recordes batidos ou igualados na ultima carga
           select arqBoletim assign to "recordes-boletim.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqBoletim.

      *>   Arquivo de comando do modo batch: presenca dele dispara a
      *>   carga sem operador (integracao conforme o comando)
           select arqCmdBatch assign to "carga-batch.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqCmdBatch.

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

       fd arqEstacoes.

          05 fd-est-situacao                       pic x(01).
          05 fd-est-data-ativacao                   pic 9(08).
          05 fd-est-data-desativacao                pic 9(08).
      *>    latitude em graus decimais (sul negativo); em branco nas
      *>    linhas gravadas antes dela
          05 fd-est-latitude                        pic s9(02)v99
                                   sign is trailing separate character.

       fd arqFechamento.

          05 fd-fch-data                                 pic 9(08).
          05 fd-fch-operador                             pic x(08).

       fd arqTransHora.

       01 fd-trans-hora-reg                         pic x(80).

       fd arqStgHora.

       01 fd-stg-hora-reg.
          05 fd-sth-estacao                        pic x(03).
          05 fd-sth-ano                             pic 9(04).
          05 fd-sth-mes                            pic 9(02).
          05 fd-sth-dia                            pic 9(02).
          05 fd-sth-hora                           pic 9(02).
          05 fd-sth-temp                           pic s9(02)v99.
          05 fd-sth-precipitacao                    pic 9(03)v9.
          05 fd-sth-umidade                         pic 9(03).

       fd arqRejHora.

       01 fd-rej-hora-reg                           pic x(78).

       fd arqHorario.

       01 fd-horario-reg.
          05 fd-hor-chave.
             10 fd-hor-estacao                     pic x(03).
             10 fd-hor-ano                          pic 9(04).
             10 fd-hor-mes                          pic 9(02).
             10 fd-hor-dia                          pic 9(02).
             10 fd-hor-hora                         pic 9(02).
          05 fd-hor-temp                           pic s9(02)v99.
          05 fd-hor-precipitacao                    pic 9(03)v9.
          05 fd-hor-umidade                         pic 9(03).

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

       fd arqAnual.

       01 fd-anual-reg                              pic x(27).

       fd arqBoletim.

       01 fd-boletim-reg                            pic x(90).

       fd arqCmdBatch.

       01 fd-cmd-batch-reg.
          05 fd-cbt-integra                        pic x(01).

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
       77  ws-fs-arqEstacoes                       pic 9(02).
       77  ws-fs-arqFechamento                     pic 9(02).
       77  ws-fs-arqCmdBatch                       pic 9(02).
       77  ws-fs-arqTransHora                      pic 9(02).
       77  ws-fs-arqStgHora                        pic 9(02).
       77  ws-fs-arqRejHora                        pic 9(02).
       77  ws-fs-arqHorario                        pic 9(02).
       77  ws-fs-arqRecordes                       pic 9(02).
       77  ws-fs-arqAnual                          pic 9(02).
       77  ws-fs-arqBoletim                        pic 9(02).
       77  ws-fs-arqAlteracoes                     pic 9(02).
       77  ws-fs-arqErro                           pic 9(02).
       77  ws-fs-ultimo                            pic 9(02) value 0.

       77 ws-soma-chuva                             pic 9(06)v9 value 0.
       77 ws-qtd-integrados                         pic 9(05) value 0.
       77 ws-qtd-nao-integrados                     pic 9(05) value 0.
       77 ws-qtd-substituidas                       pic 9(05) value 0.

       77 ws-confirma                               pic x(01) value "N".
       77 ws-fim-transfer                           pic x(01) value "N".
       77 ws-ofi-qtd-velhos                         pic 9(03) value 0.
       77 ws-sem-transferencia                      pic x(01) value "N".

      *>----Modo batch: sem oficina e sem ACCEPTs; a integracao segue o
      *>    byte do comando (S = integrar os aceitos, outro = preservar
      *>    o staging para conferencia manual)
       77 ws-modo-batch                             pic x(01) value "N".
          88 modo-batch                             value "S".
       77 ws-batch-integra                          pic x(01) value "N".

      *>----Registro horario bruto desmontado para a critica (temperatura
      *>    com sinal separado no final, como na transferencia diaria)
       01 ws-hora-reg.
          05 ws-hora-estacao                       pic x(03).
          05 ws-hora-dia                           pic x(02).
          05 ws-hora-mes                           pic x(02).
          05 ws-hora-ano                            pic x(04).
          05 ws-hora-hora                          pic x(02).
          05 ws-hora-temp                          pic x(05).
          05 ws-hora-precipitacao                  pic x(04).
          05 ws-hora-umidade                       pic x(03).
       01 ws-hora-reg-n redefines ws-hora-reg.
          05 filler                                pic x(03).
          05 ws-hnum-dia                           pic 9(02).
          05 ws-hnum-mes                           pic 9(02).
          05 ws-hnum-ano                            pic 9(04).
          05 ws-hnum-hora                          pic 9(02).
          05 ws-hnum-temp                          pic s9(02)v99
                                   sign is trailing separate character.
          05 ws-hnum-precipitacao                  pic 9(03)v9.
          05 ws-hnum-umidade                       pic 9(03).

      *>----Horas ja aceitas nesta transferencia (duplicado interno):
      *>    40 estacoes x 24 horas por dia, alguns dias de atraso
       01 ws-horas-aceitas occurs 5000.
          05 ws-hora-aceita                        pic x(13).
       77 ws-hor-qtd-chaves                         pic 9(04) value 0.
       77 ws-ind-hor-chave                          pic 9(04).
       01 ws-hor-chave-montada.
          05 ws-hch-estacao                        pic x(03).
          05 ws-hch-ano                             pic 9(04).
          05 ws-hch-mes                             pic 9(02).
          05 ws-hch-dia                             pic 9(02).
          05 ws-hch-hora                           pic 9(02).

      *>----Dias tocados pelas horas integradas, a derivar no mestre
       01 ws-hor-dias occurs 1000.
          05 ws-hdi-estacao                        pic x(03).
          05 ws-hdi-ano                             pic 9(04).
          05 ws-hdi-mes                            pic 9(02).
          05 ws-hdi-dia                            pic 9(02).
       77 ws-hor-qtd-dias                           pic 9(04) value 0.
       77 ws-ind-hor-dia                            pic 9(04).
       77 ws-hor-dia-achado                         pic x(01).
          88 hor-dia-ja-listado                     value "S".

      *>----Minimo de horas para o dia derivado ser completo (abaixo
      *>    dele o dia entra no mestre com a origem P, incompleto); a
      *>    mesma definicao do testeTemp, mudar as duas juntas
       77 ws-horas-minimas                          pic 9(02) value 18.

      *>----Totais de controle e apoio da derivacao do dia
       77 ws-hor-qtd-recebidas                      pic 9(05) value 0.
       77 ws-hor-qtd-aceitas                        pic 9(05) value 0.
       77 ws-hor-qtd-rejeitadas                     pic 9(05) value 0.
       77 ws-hor-soma-temp                          pic s9(06)v99 value 0.
       77 ws-hor-soma-chuva                         pic 9(06)v9 value 0.
       77 ws-hor-qtd-integradas                     pic 9(05) value 0.
       77 ws-hor-qtd-nao-integradas                 pic 9(05) value 0.
       77 ws-hor-qtd-derivados                      pic 9(04) value 0.
       77 ws-hor-qtd-incompletos                    pic 9(04) value 0.
       77 ws-hor-qtd-mantidos                       pic 9(04) value 0.
       77 ws-hor-qtd-dias-fora                      pic 9(04) value 0.
       77 ws-hor-qtd-horas-dia                      pic 9(02).
       77 ws-hor-dia-min                            pic s9(02)v99.
       77 ws-hor-dia-max                            pic s9(02)v99.
       77 ws-hor-dia-chuva                          pic 9(03)v9.
       77 ws-hor-soma-umidade                       pic 9(05).
       77 ws-hor-origem                             pic x(01).
       77 ws-fim-horario                            pic x(01) value "N".
          88 fim-do-horario                         value "S".
       77 ws-fim-stg-hora                           pic x(01) value "N".
          88 fim-do-stg-hora                        value "S".

      *>----Dias integrados ou derivados nesta carga, a conferir contra
      *>    os recordes no final
       01 ws-rcd-dias occurs 3000.
          05 ws-rdi-estacao                        pic x(03).
          05 ws-rdi-ano                             pic 9(04).
          05 ws-rdi-mes                            pic 9(02).
          05 ws-rdi-dia                            pic 9(02).
      *>        S = dia detinha marca e mudou de valor: recorde refeito
      *>        na segunda passada
          05 ws-rdi-refaz                          pic x(01).
       77 ws-rcd-qtd-dias                           pic 9(04) value 0.
       77 ws-ind-rcd-dia                            pic 9(04).
       77 ws-rcd-qtd-dias-fora                      pic 9(04) value 0.

      *>----Estacao/mes com dia gravado no mestre nesta execucao (anotados
      *>    em alteracoes-mestre.dat no fim; tabela cheia e descarregada)
       01 ws-alt-meses occurs 500.
          05 ws-alm-estacao                        pic x(03).
          05 ws-alm-ano                             pic 9(04).
          05 ws-alm-mes                            pic 9(02).
       77 ws-alt-qtd-meses                          pic 9(03) value 0.
       77 ws-ind-alt-mes                            pic 9(03).
       77 ws-alt-achou                              pic x(01).
       77 ws-alt-existente                          pic x(01).
       01 ws-alt-chave-salva                        pic x(09).

      *>----Faixa plausivel das leituras (a mesma do testeTemp)
       77 ws-temp-min                               pic s9(02)v99 value -50,00.
       77 ws-temp-max                               pic s9(02)v99 value 60,00.

      *>----Dia candidato a recorde e o dia conferido (guardado enquanto
      *>    um recorde e refeito pela leitura das fontes)
       01 ws-rcd-dia-lido.
          05 ws-rcd-estacao                         pic x(03).
          05 ws-rcd-ano                             pic 9(04).
          05 ws-rcd-mes                             pic 9(02).
          05 ws-rcd-dia                             pic 9(02).
          05 ws-rcd-min                             pic s9(02)v99.
          05 ws-rcd-max                             pic s9(02)v99.
          05 ws-rcd-chuva                           pic 9(03)v9.
          05 ws-rcd-origem                          pic x(01).
       01 ws-rcd-alvo.
          05 ws-rcd-alvo-estacao                    pic x(03).
          05 ws-rcd-alvo-ano                        pic 9(04).
          05 ws-rcd-alvo-mes                        pic 9(02).
          05 ws-rcd-alvo-dia                        pic 9(02).
          05 filler                                 pic x(13).
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

      *>----Recordes do dia (1) e do mes (2) antes da conferencia
       01 ws-rcd-antes.
          05 ws-rcd-ant-registro occurs 2.
             10 ws-rcd-ant-marca occurs 5.
                15 ws-rcd-ant-valor                 pic s9(03)v99.
                15 ws-rcd-ant-ano                   pic 9(04).
                15 ws-rcd-ant-dia                   pic 9(02).

       77 ws-rcd-ind-marca                          pic 9(01).
       77 ws-rcd-ind-reg                            pic 9(01).
       77 ws-rcd-alterado                           pic x(01) value "N".
          88 rcd-registro-alterado                  value "S".
       77 ws-rcd-novo                               pic x(01) value "N".
          88 rcd-registro-novo                      value "S".
       77 ws-rcd-detentor                           pic x(01) value "N".
          88 rcd-dia-detentor                       value "S".
       77 ws-rcd-com-boletim                        pic x(01) value "N".
          88 rcd-anota-boletim                      value "S".
       77 ws-rcd-primeiro-ano                       pic 9(04) value 0.
       77 ws-rcd-ano-atual                          pic 9(04) value 0.
       77 ws-rcd-ano-lido                           pic 9(04) value 0.
       77 ws-rcd-qtd-batidos                        pic 9(04) value 0.
       77 ws-rcd-qtd-igualados                      pic 9(04) value 0.
       77 ws-rcd-qtd-refeitos                       pic 9(04) value 0.
       77 ws-fim-mestre                             pic x(01) value "N".
          88 fim-do-mestre                          value "S".

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

      *>----Linhas do boletim de recordes
       01 ws-bol-cabecalho.
          05 filler                                 pic x(35)
                        value "BOLETIM DE RECORDES - CARGA DE ".
          05 ws-bol-cab-data                            pic 9(08).
          05 filler                                 pic x(47) value spaces.
       01 ws-bol-colunas                             pic x(90) value
          "EST DATA       RECORDE      MARCA        VALOR  SITUACAO ANTERIOR        EM".
       01 ws-bol-detalhe.
          05 ws-bol-estacao                             pic x(03).
          05 filler                                 pic x(01) value " ".
          05 ws-bol-dia                                 pic 9(02).
          05 filler                                 pic x(01) value "/".
          05 ws-bol-mes                                 pic 9(02).
          05 filler                                 pic x(01) value "/".
          05 ws-bol-ano                                 pic 9(04).
          05 filler                                 pic x(01) value " ".
          05 ws-bol-escopo                              pic x(13).
          05 ws-bol-marca                               pic x(13).
          05 ws-bol-valor                               pic s9(03)v99
                                   sign is trailing separate character.
          05 filler                                 pic x(01) value " ".
          05 ws-bol-situacao                            pic x(09).
          05 ws-bol-ant-valor                           pic s9(03)v99
                                   sign is trailing separate character.
          05 filler                                 pic x(04) value " em ".
          05 ws-bol-ant-dia                             pic x(02).
          05 ws-bol-ant-barra                           pic x(01).
          05 ws-bol-ant-ano                             pic 9(04).
          05 filler                                 pic x(15) value spaces.
       01 ws-bol-esc-dia.
          05 filler                                 pic x(04) value "DIA ".
          05 ws-bol-esc-dia-dia                         pic 9(02).
          05 filler                                 pic x(01) value "/".
          05 ws-bol-esc-dia-mes                         pic 9(02).
       01 ws-bol-esc-mes.
          05 filler                                 pic x(04) value "MES ".
          05 ws-bol-esc-mes-mes                         pic 9(02).
       01 ws-bol-nada                                pic x(90)
                   value "Nenhum recorde batido ou igualado nesta carga.".
       01 ws-bol-total.
          05 filler                                 pic x(18)
                                   value "Recordes batidos: ".
          05 ws-bol-tot-batidos                         pic 9(04).
          05 filler                                 pic x(13) value " igualados: ".
          05 ws-bol-tot-igualados                       pic 9(04).
          05 filler                                 pic x(11) value " refeitos: ".
          05 ws-bol-tot-refeitos                        pic 9(04).
          05 filler                                 pic x(36) value spaces.
       01 ws-bol-fora                                pic x(90)
       value "Dias alem da tabela nesta carga: refazer recordes.dat pelo recordesTemp.".

      *>----Linhas do relatorio de envelhecimento dos rejeitos
       01 ws-idade-cabecalho.
          05 filler                                 pic x(37)
           perform oficina-rejeitos.
           perform imprime-controle.
           perform confirma-integracao.
           perform processa-horaria.
           perform atualiza-recordes.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>------------------------------------------------------------------------
       inicializa section.

           perform verifica-batch
           perform carrega-estacoes
           perform carrega-fechamentos
           perform abre-mestre
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Se o arquivo de comando carga-batch.txt existir, liga o modo
      *>  batch (sem nenhum ACCEPT) com a integracao indicada nele
      *>------------------------------------------------------------------------
       verifica-batch section.

           open input arqCmdBatch.
           if ws-fs-arqCmdBatch <> 00 then
      *>        sem arquivo de comando: execucao interativa normal
               exit section
           end-if

           read arqCmdBatch
           if ws-fs-arqCmdBatch <> 00 then
               close arqCmdBatch
               move ws-fs-arqCmdBatch to ws-fs-ultimo
               move "arquivo de comando batch vazio" to ws-msn
               perform grava-erro
               perform finaliza
           end-if
           close arqCmdBatch

           move "S"            to ws-modo-batch
           move fd-cbt-integra to ws-batch-integra
           display "Execucao em batch: integracao " ws-batch-integra
           .
       verifica-batch-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega o cadastro de estacoes (para criticar o codigo da leitura)
      *>------------------------------------------------------------------------
           move ws-num-ano       to fd-mst-ano
           move ws-num-mes       to fd-mst-mes
           move ws-num-dia       to fd-mst-dia
      *>    dia estimado pela rede nao e leitura: a medida que chega
      *>    depois substitui a estimativa na integracao
           read arqMestre key is fd-mst-chave
           if ws-fs-arqMestre = 00
           and fd-mst-origem <> "E" then
               move "N" to ws-registro-ok
               move "dia ja existente no mestre" to ws-motivo
           end-if

           display " "
           display "Ha " ws-ofi-pendentes " rejeito(s) pendente(s)."

      *>    em batch nao ha quem corrija: os pendentes ficam para a
      *>    oficina da proxima sessao interativa
           if modo-batch then
               exit section
           end-if

           display "Trabalhar os rejeitos agora? (S/N): "
           accept ws-ofi-trabalhar
           if ws-ofi-trabalhar <> "S" and ws-ofi-trabalhar <> "s" then
           end-if

           display "Totais conferidos com o manifesto."
           if modo-batch then
               move ws-batch-integra to ws-confirma
           else
               display "Integrar os aceitos ao mestre? (S/N): "
               accept ws-confirma
           end-if

           if ws-confirma <> "S" and ws-confirma <> "s" then
               display "Integracao nao confirmada: staging preservado."
                   move fd-stg-temp-max to fd-mst-temp-max
                   move fd-stg-precipitacao to fd-mst-precipitacao
                   move fd-stg-umidade  to fd-mst-umidade
                   move space           to fd-mst-origem
                   write fd-mestre-reg
                   if ws-fs-arqMestre = 00 then
                       add 1 to ws-qtd-integrados
                       perform guarda-dia-recorde
                       perform guarda-mes-alterado
                   else
                       perform substitui-estimativa
                   end-if
               end-if
           end-perform
           close arqMestre

           display "Registros integrados ao mestre: " ws-qtd-integrados
           if ws-qtd-substituidas > 0 then
               display "Estimativas substituidas pela leitura: "
                       ws-qtd-substituidas
           end-if
           if ws-qtd-nao-integrados > 0 then
               display "Nao integrados (chave ja no mestre): "
                       ws-qtd-nao-integrados
               if return-code < 4 then
                   move 4 to return-code
               end-if
           end-if
           .
       confirma-integracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Chave ja presente no mestre: se o dia guardado e uma estimativa
      *>  da rede, a leitura medida do staging toma o lugar dela; uma
      *>  leitura medida nunca e sobreposta
      *>------------------------------------------------------------------------
       substitui-estimativa section.

           read arqMestre key is fd-mst-chave
           if ws-fs-arqMestre <> 00
           or fd-mst-origem <> "E" then
               add 1 to ws-qtd-nao-integrados
               exit section
           end-if

           move fd-stg-temp-min     to fd-mst-temp-min
           move fd-stg-temp-max     to fd-mst-temp-max
           move fd-stg-precipitacao to fd-mst-precipitacao
           move fd-stg-umidade      to fd-mst-umidade
           move space               to fd-mst-origem
           rewrite fd-mestre-reg
           if ws-fs-arqMestre = 00 then
               add 1 to ws-qtd-integrados
               add 1 to ws-qtd-substituidas
               perform guarda-dia-recorde
               perform guarda-mes-alterado
           else
               add 1 to ws-qtd-nao-integrados
           end-if
           .
       substitui-estimativa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Transferencia horaria: cada hora passa pela critica e vai para o
      *>  staging horario ou para os rejeitos horarios; depois dos totais
      *>  e da confirmacao as horas entram no horario.dat e os dias que
      *>  elas tocaram sao derivados no mestre. Sem o arquivo, nada a fazer
      *>------------------------------------------------------------------------
       processa-horaria section.

           open input arqTransHora.
           if ws-fs-arqTransHora = 35 then
               exit section
           end-if
           if ws-fs-arqTransHora <> 00 then
               move ws-fs-arqTransHora to ws-fs-ultimo
               move "erro na abertura da transferencia horaria" to ws-msn
               perform grava-erro
               perform finaliza
           end-if

           open output arqStgHora.
           if ws-fs-arqStgHora <> 00 then
               move ws-fs-arqStgHora to ws-fs-ultimo
               move "erro na abertura do staging horario" to ws-msn
               perform grava-erro
               perform finaliza
           end-if

           open extend arqRejHora.
           if ws-fs-arqRejHora = 35 then
               close arqRejHora
               open output arqRejHora
               if ws-fs-arqRejHora = 00 then
                   write fd-rej-hora-reg from ws-rej-cabecalho
               end-if
           end-if
           if ws-fs-arqRejHora <> 00 then
               move ws-fs-arqRejHora to ws-fs-ultimo
               move "erro na abertura dos rejeitos horarios" to ws-msn
               perform grava-erro
               perform finaliza
           end-if

           move "N" to ws-fim-transfer
           perform until fim-da-transferencia
               read arqTransHora
                   if ws-fs-arqTransHora = 10 then
                       move "S" to ws-fim-transfer
                   else
                   if ws-fs-arqTransHora <> 00 then
                       move ws-fs-arqTransHora to ws-fs-ultimo
                       move "erro na leitura da transferencia horaria"
                         to ws-msn
                       perform grava-erro
                       perform finaliza
                   end-if
                   end-if

               if ws-fs-arqTransHora = 00 then
                   add 1 to ws-hor-qtd-recebidas
                   move fd-trans-hora-reg to ws-hora-reg
                   perform critica-horaria

                   if registro-aceito then
                       add 1 to ws-hor-qtd-aceitas
                       move ws-hora-estacao      to fd-sth-estacao
                       move ws-hnum-ano          to fd-sth-ano
                       move ws-hnum-mes          to fd-sth-mes
                       move ws-hnum-dia          to fd-sth-dia
                       move ws-hnum-hora         to fd-sth-hora
                       move ws-hnum-temp         to fd-sth-temp
                       move ws-hnum-precipitacao to fd-sth-precipitacao
                       move ws-hnum-umidade      to fd-sth-umidade
                       write fd-stg-hora-reg
                       compute ws-hor-soma-temp =
                           ws-hor-soma-temp + ws-hnum-temp
                       compute ws-hor-soma-chuva =
                           ws-hor-soma-chuva + ws-hnum-precipitacao

                       add 1 to ws-hor-qtd-chaves
                       move ws-hor-chave-montada
                         to ws-hora-aceita(ws-hor-qtd-chaves)
                   else
                       add 1 to ws-hor-qtd-rejeitadas
                       move ws-hora-reg   to ws-rej-registro
                       move ws-motivo     to ws-rej-motivo
                       move ws-data-atual to ws-rej-data
                       move "P"           to ws-rej-situacao
                       write fd-rej-hora-reg from ws-rej-detalhe
                   end-if
               end-if
           end-perform

           close arqTransHora
           close arqStgHora
           close arqRejHora

           perform imprime-controle-horario
           perform confirma-integracao-horaria
           .
       processa-horaria-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Critica de uma hora: formato, hora do dia, umidade, estacao e
      *>  vigencia, mes fechado e duplicado dentro da transferencia (o
      *>  duplicado contra o horario.dat aparece na integracao)
      *>------------------------------------------------------------------------
       critica-horaria section.

           move "S"    to ws-registro-ok
           move spaces to ws-motivo

           if ws-hora-dia is not numeric
           or ws-hora-mes is not numeric
           or ws-hora-ano is not numeric
           or ws-hora-hora is not numeric
           or ws-hnum-temp is not numeric
           or ws-hnum-precipitacao is not numeric
           or ws-hnum-umidade is not numeric then
               move "N" to ws-registro-ok
               move "registro incompleto ou nao numerico" to ws-motivo
               exit section
           end-if

           if ws-hnum-umidade > 100 then
               move "N" to ws-registro-ok
               move "umidade relativa acima de 100%" to ws-motivo
               exit section
           end-if

           if ws-hnum-dia < 1 or ws-hnum-dia > 31
           or ws-hnum-mes < 1 or ws-hnum-mes > 12
           or ws-hnum-ano = 0 then
               move "N" to ws-registro-ok
               move "data invalida" to ws-motivo
               exit section
           end-if

           if ws-hnum-hora > 23 then
               move "N" to ws-registro-ok
               move "hora invalida (00 a 23)" to ws-motivo
               exit section
           end-if

           move "N" to ws-estacao-ok
           move 0   to ws-ind-est-achada
           perform varying ws-ind-est from 1 by 1
                                   until ws-ind-est > ws-qtd-estacoes
                                      or estacao-cadastrada
               if ws-est-codigo(ws-ind-est) = ws-hora-estacao then
                   move "S"        to ws-estacao-ok
                   move ws-ind-est to ws-ind-est-achada
               end-if
           end-perform
           if not estacao-cadastrada then
               move "N" to ws-registro-ok
               move "estacao nao cadastrada" to ws-motivo
               exit section
           end-if

           compute ws-data-leitura =
               (ws-hnum-ano * 10000) + (ws-hnum-mes * 100) + ws-hnum-dia
           if ws-est-data-ativacao(ws-ind-est-achada) > 0
           and ws-data-leitura
               < ws-est-data-ativacao(ws-ind-est-achada) then
               move "N" to ws-registro-ok
               move "leitura anterior a ativacao da estacao" to ws-motivo
               exit section
           end-if
           if ws-est-situacao(ws-ind-est-achada) = "I" then
               if ws-est-data-desativacao(ws-ind-est-achada) = 0
               or ws-data-leitura
                  >= ws-est-data-desativacao(ws-ind-est-achada) then
                   move "N" to ws-registro-ok
                   move "estacao desativada" to ws-motivo
                   exit section
               end-if
           end-if

           move "N" to ws-mes-fechado
           perform varying ws-ind-fch from 1 by 1
                                   until ws-ind-fch > ws-qtd-fechamentos
                                      or mes-esta-fechado
               if ws-fch-estacao(ws-ind-fch) = ws-hora-estacao
               and ws-fch-ano(ws-ind-fch) = ws-hnum-ano
               and ws-fch-mes(ws-ind-fch) = ws-hnum-mes
               and ws-fch-situacao(ws-ind-fch) = "F" then
                   move "S" to ws-mes-fechado
               end-if
           end-perform
           if mes-esta-fechado then
               move "N" to ws-registro-ok
               move "mes ja fechado" to ws-motivo
               exit section
           end-if

           move ws-hora-estacao to ws-hch-estacao
           move ws-hnum-ano     to ws-hch-ano
           move ws-hnum-mes     to ws-hch-mes
           move ws-hnum-dia     to ws-hch-dia
           move ws-hnum-hora    to ws-hch-hora

           if ws-hor-qtd-chaves >= 5000 then
               move "N" to ws-registro-ok
               move "controle de duplicados esgotado" to ws-motivo
               exit section
           end-if

           move "N" to ws-chave-repetida
           perform varying ws-ind-hor-chave from 1 by 1
                                   until ws-ind-hor-chave > ws-hor-qtd-chaves
                                      or chave-ja-aceita
               if ws-hora-aceita(ws-ind-hor-chave)
                  = ws-hor-chave-montada then
                   move "S" to ws-chave-repetida
               end-if
           end-perform
           if chave-ja-aceita then
               move "N" to ws-registro-ok
               move "duplicado dentro da transferencia" to ws-motivo
           end-if
           .
       critica-horaria-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Totais de controle da transferencia horaria: na tela e
      *>  acrescentados ao controle.txt da execucao
      *>------------------------------------------------------------------------
       imprime-controle-horario section.

           display " "
           display "Totais de controle da transferencia horaria"
           display "Horas recebidas.......: " ws-hor-qtd-recebidas
           display "Horas aceitas.........: " ws-hor-qtd-aceitas
           display "Horas rejeitadas......: " ws-hor-qtd-rejeitadas
           display "Soma das temperaturas.: " ws-hor-soma-temp
           display "Soma da chuva (mm)....: " ws-hor-soma-chuva

           open extend arqControle
           if ws-fs-arqControle = 35 then
               close arqControle
               open output arqControle
           end-if
           if ws-fs-arqControle <> 00 then
               move ws-fs-arqControle to ws-fs-ultimo
               move "erro na abertura do controle" to ws-msn
               perform grava-erro
               perform finaliza
           end-if

           move "TOTAIS DE CONTROLE DA TRANSFERENCIA HORARIA"
             to fd-controle-reg
           write fd-controle-reg

           move "Horas recebidas.......: " to ws-ctl-rotulo
           move ws-hor-qtd-recebidas       to ws-ctl-valor
           write fd-controle-reg from ws-ctl-linha-qtd

           move "Horas aceitas.........: " to ws-ctl-rotulo
           move ws-hor-qtd-aceitas         to ws-ctl-valor
           write fd-controle-reg from ws-ctl-linha-qtd

           move "Horas rejeitadas......: " to ws-ctl-rotulo
           move ws-hor-qtd-rejeitadas      to ws-ctl-valor
           write fd-controle-reg from ws-ctl-linha-qtd

           move "Soma das temperaturas.: " to ws-ctl-soma-rotulo
           move ws-hor-soma-temp             to ws-ctl-soma-valor
           write fd-controle-reg from ws-ctl-linha-soma

           move "Soma da chuva (mm)....: " to ws-ctl-chuva-rotulo
           move ws-hor-soma-chuva            to ws-ctl-chuva-valor
           write fd-controle-reg from ws-ctl-linha-chuva

           close arqControle

           if ws-hor-qtd-rejeitadas > 0
           and return-code = 0 then
               move 4 to return-code
           end-if
           .
       imprime-controle-horario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Integra as horas do staging ao horario.dat (uma hora ja gravada
      *>  nunca e sobreposta) e deriva no mestre cada dia tocado
      *>------------------------------------------------------------------------
       confirma-integracao-horaria section.

           if ws-hor-qtd-aceitas = 0 then
               display "Nenhuma hora aceita: nada a integrar."
               exit section
           end-if

           if modo-batch then
               move ws-batch-integra to ws-confirma
           else
               display "Integrar as horas aceitas e derivar os dias? (S/N): "
               accept ws-confirma
           end-if

           if ws-confirma <> "S" and ws-confirma <> "s" then
               display "Integracao horaria nao confirmada: staging"
                       " horario preservado."
               exit section
           end-if

           perform abre-horario

           open input arqStgHora
           if ws-fs-arqStgHora <> 00 then
               close arqHorario
               move ws-fs-arqStgHora to ws-fs-ultimo
               move "erro na reabertura do staging horario" to ws-msn
               perform grava-erro
               perform finaliza
           end-if

           move 0   to ws-hor-qtd-dias
           move "N" to ws-fim-stg-hora
           perform until fim-do-stg-hora
               read arqStgHora
                   if ws-fs-arqStgHora <> 00 then
                       move "S" to ws-fim-stg-hora
                   end-if

               if ws-fs-arqStgHora = 00 then
                   move fd-sth-estacao      to fd-hor-estacao
                   move fd-sth-ano          to fd-hor-ano
                   move fd-sth-mes          to fd-hor-mes
                   move fd-sth-dia          to fd-hor-dia
                   move fd-sth-hora         to fd-hor-hora
                   move fd-sth-temp         to fd-hor-temp
                   move fd-sth-precipitacao to fd-hor-precipitacao
                   move fd-sth-umidade      to fd-hor-umidade
                   write fd-horario-reg
                   if ws-fs-arqHorario = 00 then
                       add 1 to ws-hor-qtd-integradas
                       perform lista-dia-horario
                   else
                       add 1 to ws-hor-qtd-nao-integradas
                   end-if
               end-if
           end-perform

           close arqStgHora

           perform abre-mestre
           perform varying ws-ind-hor-dia from 1 by 1
                                   until ws-ind-hor-dia > ws-hor-qtd-dias
               perform deriva-dia-horario
           end-perform
           close arqMestre
           close arqHorario

           display "Horas integradas......: " ws-hor-qtd-integradas
           if ws-hor-qtd-nao-integradas > 0 then
               display "Horas nao integradas (hora ja gravada): "
                       ws-hor-qtd-nao-integradas
               if return-code < 4 then
                   move 4 to return-code
               end-if
           end-if
           display "Dias derivados no mestre: " ws-hor-qtd-derivados
                   " (" ws-hor-qtd-incompletos " incompleto(s))"
           if ws-hor-qtd-mantidos > 0 then
               display "Dias mantidos (leitura diaria ja no mestre): "
                       ws-hor-qtd-mantidos
           end-if
           if ws-hor-qtd-dias-fora > 0 then
               display "Dias alem da tabela, a derivar na proxima carga: "
                       ws-hor-qtd-dias-fora
               if return-code < 4 then
                   move 4 to return-code
               end-if
           end-if
           .
       confirma-integracao-horaria-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Guarda o dia da hora recem-integrada na lista de dias a derivar
      *>------------------------------------------------------------------------
       lista-dia-horario section.

           move "N" to ws-hor-dia-achado
           perform varying ws-ind-hor-dia from 1 by 1
                                   until ws-ind-hor-dia > ws-hor-qtd-dias
                                      or hor-dia-ja-listado
               if ws-hdi-estacao(ws-ind-hor-dia) = fd-hor-estacao
               and ws-hdi-ano(ws-ind-hor-dia) = fd-hor-ano
               and ws-hdi-mes(ws-ind-hor-dia) = fd-hor-mes
               and ws-hdi-dia(ws-ind-hor-dia) = fd-hor-dia then
                   move "S" to ws-hor-dia-achado
               end-if
           end-perform

           if hor-dia-ja-listado then
               exit section
           end-if
           if ws-hor-qtd-dias >= 1000 then
               add 1 to ws-hor-qtd-dias-fora
               exit section
           end-if

           add 1 to ws-hor-qtd-dias
           move fd-hor-estacao to ws-hdi-estacao(ws-hor-qtd-dias)
           move fd-hor-ano     to ws-hdi-ano(ws-hor-qtd-dias)
           move fd-hor-mes     to ws-hdi-mes(ws-hor-qtd-dias)
           move fd-hor-dia     to ws-hdi-dia(ws-hor-qtd-dias)
           .
       lista-dia-horario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Deriva um dia (ws-ind-hor-dia) a partir de todas as horas dele no
      *>  horario.dat: minima e maxima das horas, chuva somada e umidade
      *>  media. O dia entra no mestre com a origem H, ou P quando tem
      *>  menos horas que o minimo; substitui uma estimativa ou uma
      *>  derivacao anterior, mas nunca a leitura diaria medida
      *>------------------------------------------------------------------------
       deriva-dia-horario section.

           move 0   to ws-hor-qtd-horas-dia
           move 0   to ws-hor-dia-min
           move 0   to ws-hor-dia-max
           move 0   to ws-hor-dia-chuva
           move 0   to ws-hor-soma-umidade
           move "N" to ws-fim-horario

           move ws-hdi-estacao(ws-ind-hor-dia) to fd-hor-estacao
           move ws-hdi-ano(ws-ind-hor-dia)     to fd-hor-ano
           move ws-hdi-mes(ws-ind-hor-dia)     to fd-hor-mes
           move ws-hdi-dia(ws-ind-hor-dia)     to fd-hor-dia
           move 0                              to fd-hor-hora

           start arqHorario key is not less than fd-hor-chave
           if ws-fs-arqHorario <> 00 then
               move "S" to ws-fim-horario
           end-if

           perform until fim-do-horario
               read arqHorario next
                   if ws-fs-arqHorario <> 00 then
                       move "S" to ws-fim-horario
                   end-if

               if ws-fs-arqHorario = 00 then
                   if fd-hor-estacao = ws-hdi-estacao(ws-ind-hor-dia)
                   and fd-hor-ano = ws-hdi-ano(ws-ind-hor-dia)
                   and fd-hor-mes = ws-hdi-mes(ws-ind-hor-dia)
                   and fd-hor-dia = ws-hdi-dia(ws-ind-hor-dia) then
                       add 1 to ws-hor-qtd-horas-dia
                       if ws-hor-qtd-horas-dia = 1
                       or fd-hor-temp < ws-hor-dia-min then
                           move fd-hor-temp to ws-hor-dia-min
                       end-if
                       if ws-hor-qtd-horas-dia = 1
                       or fd-hor-temp > ws-hor-dia-max then
                           move fd-hor-temp to ws-hor-dia-max
                       end-if
                       add fd-hor-precipitacao to ws-hor-dia-chuva
                       add fd-hor-umidade      to ws-hor-soma-umidade
                   else
                       move "S" to ws-fim-horario
                   end-if
               end-if
           end-perform

           if ws-hor-qtd-horas-dia = 0 then
               exit section
           end-if

           if ws-hor-qtd-horas-dia < ws-horas-minimas then
               move "P" to ws-hor-origem
           else
               move "H" to ws-hor-origem
           end-if

           move ws-hdi-estacao(ws-ind-hor-dia) to fd-mst-estacao
           move ws-hdi-ano(ws-ind-hor-dia)     to fd-mst-ano
           move ws-hdi-mes(ws-ind-hor-dia)     to fd-mst-mes
           move ws-hdi-dia(ws-ind-hor-dia)     to fd-mst-dia
           read arqMestre key is fd-mst-chave

           if ws-fs-arqMestre = 00
           and fd-mst-origem = space then
      *>        o dia ja veio medido pela transferencia diaria
               add 1 to ws-hor-qtd-mantidos
               exit section
           end-if

           move ws-hor-dia-min  to fd-mst-temp-min
           move ws-hor-dia-max  to fd-mst-temp-max
           move ws-hor-dia-chuva to fd-mst-precipitacao
           compute fd-mst-umidade rounded =
               ws-hor-soma-umidade / ws-hor-qtd-horas-dia

           if ws-fs-arqMestre = 00 then
               move ws-hor-origem to fd-mst-origem
               rewrite fd-mestre-reg
           else
               move ws-hor-origem to fd-mst-origem
               write fd-mestre-reg
           end-if

           if ws-fs-arqMestre <> 00 then
               display "Dia " fd-mst-dia "/" fd-mst-mes "/" fd-mst-ano
                       " da estacao " fd-mst-estacao
                       " nao derivado, status do arquivo: "
                       ws-fs-arqMestre
               if return-code < 4 then
                   move 4 to return-code
               end-if
               exit section
           end-if

           add 1 to ws-hor-qtd-derivados
           if ws-hor-origem = "P" then
               add 1 to ws-hor-qtd-incompletos
           end-if
           perform guarda-dia-recorde
           perform guarda-mes-alterado
           .
       deriva-dia-horario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Abre o horario.dat para atualizacao, criando-o na primeira carga
      *>------------------------------------------------------------------------
       abre-horario section.

           open i-o arqHorario.
           if ws-fs-arqHorario = 35 then
               open output arqHorario
               if ws-fs-arqHorario <> 00 then
                   move ws-fs-arqHorario to ws-fs-ultimo
                   move "erro na criacao do arquivo horario" to ws-msn
                   perform grava-erro
                   perform finaliza
               end-if
               close arqHorario
               open i-o arqHorario
           end-if

           if ws-fs-arqHorario <> 00 then
               move ws-fs-arqHorario to ws-fs-ultimo
               move "erro na abertura do arquivo horario" to ws-msn
               perform grava-erro
               perform finaliza
           end-if
           .
       abre-horario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Anota o dia recem-gravado no mestre para a conferencia dos
      *>  recordes no final da carga
      *>------------------------------------------------------------------------
       guarda-dia-recorde section.

           if ws-rcd-qtd-dias >= 3000 then
               add 1 to ws-rcd-qtd-dias-fora
               exit section
           end-if

           add 1 to ws-rcd-qtd-dias
           move fd-mst-estacao to ws-rdi-estacao(ws-rcd-qtd-dias)
           move fd-mst-ano     to ws-rdi-ano(ws-rcd-qtd-dias)
           move fd-mst-mes     to ws-rdi-mes(ws-rcd-qtd-dias)
           move fd-mst-dia     to ws-rdi-dia(ws-rcd-qtd-dias)
           move "N"            to ws-rdi-refaz(ws-rcd-qtd-dias)
           .
       guarda-dia-recorde-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Anota a estacao/mes do dia recem-gravado no mestre (uma vez por
      *>  mes); com a tabela cheia ela e descarregada no arquivo antes
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
      *>  (origem CARGA, data/hora da descarga) e esvazia a tabela
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
           move "CARGA"              to fd-alt-origem
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
      *>  Recordes: cada dia gravado nesta carga e conferido contra o
      *>  recorde do dia e do mes do calendario da estacao, e o boletim
      *>  da carga lista os recordes batidos ou igualados. Sem o
      *>  recordes.dat (ainda nao construido pelo recordesTemp) nada muda
      *>------------------------------------------------------------------------
       atualiza-recordes section.

      *>    com o recordes.dat construido o boletim e sempre recriado,
      *>    mesmo na carga sem dia gravado, para nao ficar o da anterior
           open i-o arqRecordes
           if ws-fs-arqRecordes = 35 then
               if ws-rcd-qtd-dias > 0 or ws-rcd-qtd-dias-fora > 0 then
                   display "recordes.dat nao construido (recordesTemp):"
                           " recordes nao atualizados."
               end-if
               exit section
           end-if
           if ws-fs-arqRecordes <> 00 then
               move ws-fs-arqRecordes to ws-fs-ultimo
               move "erro na abertura dos recordes" to ws-msn
               perform grava-erro
               perform finaliza
           end-if

           accept ws-data-atual from date yyyymmdd
           divide ws-data-atual by 10000 giving ws-rcd-ano-atual

      *>    o registro de controle diz desde que ano a serie foi montada
           move spaces to fd-rec-estacao
           move "C"    to fd-rec-tipo
           move 0      to fd-rec-mes
           move 0      to fd-rec-dia
           read arqRecordes key is fd-rec-chave
           if ws-fs-arqRecordes = 00 then
               move fd-rec-primeiro-ano to ws-rcd-primeiro-ano
           else
               move ws-rcd-ano-atual    to ws-rcd-primeiro-ano
           end-if

           if ws-rcd-qtd-dias > 0 then
               open input arqMestre
               if ws-fs-arqMestre <> 00 then
                   close arqRecordes
                   move ws-fs-arqMestre to ws-fs-ultimo
                   move "erro na abertura do mestre de leituras" to ws-msn
                   perform grava-erro
                   perform finaliza
               end-if
           end-if

           open output arqBoletim
           if ws-fs-arqBoletim <> 00 then
               close arqRecordes
               if ws-rcd-qtd-dias > 0 then
                   close arqMestre
               end-if
               move ws-fs-arqBoletim to ws-fs-ultimo
               move "erro na abertura do boletim de recordes" to ws-msn
               perform grava-erro
               perform finaliza
           end-if

           move ws-data-atual to ws-bol-cab-data
           write fd-boletim-reg from ws-bol-cabecalho
           write fd-boletim-reg from ws-bol-colunas

           move 0 to ws-rcd-qtd-batidos
           move 0 to ws-rcd-qtd-igualados
           move 0 to ws-rcd-qtd-refeitos

      *>    primeira passada: os dias que nao detinham marca sao
      *>    aplicados com boletim; os detentores ficam para a segunda,
      *>    cuja refeitura ja encontra as marcas postas nesta carga e so
      *>    anota no boletim o que de fato passou para o dia
           perform varying ws-ind-rcd-dia from 1 by 1
                                   until ws-ind-rcd-dia > ws-rcd-qtd-dias
               perform confere-dia-recorde
           end-perform
           perform varying ws-ind-rcd-dia from 1 by 1
                                   until ws-ind-rcd-dia > ws-rcd-qtd-dias
               if ws-rdi-refaz(ws-ind-rcd-dia) = "S" then
                   perform refaz-dia-recorde
               end-if
           end-perform

           if ws-rcd-qtd-batidos = 0 and ws-rcd-qtd-igualados = 0 then
               write fd-boletim-reg from ws-bol-nada
           end-if
           move ws-rcd-qtd-batidos   to ws-bol-tot-batidos
           move ws-rcd-qtd-igualados to ws-bol-tot-igualados
           move ws-rcd-qtd-refeitos  to ws-bol-tot-refeitos
           move spaces to fd-boletim-reg
           write fd-boletim-reg
           write fd-boletim-reg from ws-bol-total

      *>    dia que nao coube na tabela ficou sem conferencia: o arquivo
      *>    precisa ser refeito por inteiro
           if ws-rcd-qtd-dias-fora > 0 then
               write fd-boletim-reg from ws-bol-fora
               display "Dias sem conferencia de recorde: "
                       ws-rcd-qtd-dias-fora
                       " (refazer recordes.dat pelo recordesTemp)"
               if return-code < 4 then
                   move 4 to return-code
               end-if
           end-if

           close arqBoletim
           if ws-rcd-qtd-dias > 0 then
               close arqMestre
           end-if
           close arqRecordes

           display "Recordes batidos: " ws-rcd-qtd-batidos
                   " igualados: " ws-rcd-qtd-igualados
                   " (recordes-boletim.txt)"
           .
       atualiza-recordes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere um dia da tabela: le o valor final dele no mestre; se o
      *>  dia ja detinha uma marca e o valor mudou, fica marcado para o
      *>  recorde do dia e do mes ser refeito pelas fontes na segunda
      *>  passada; senao o dia so e comparado
      *>------------------------------------------------------------------------
       confere-dia-recorde section.

           move ws-rdi-estacao(ws-ind-rcd-dia) to fd-mst-estacao
           move ws-rdi-ano(ws-ind-rcd-dia)     to fd-mst-ano
           move ws-rdi-mes(ws-ind-rcd-dia)     to fd-mst-mes
           move ws-rdi-dia(ws-ind-rcd-dia)     to fd-mst-dia
           read arqMestre key is fd-mst-chave
           if ws-fs-arqMestre <> 00 then
               exit section
           end-if

           perform recordes-move-mestre
           perform recordes-valida-dia
           if not rcd-dia-valido then
               exit section
           end-if
           perform recordes-monta-candidatos
           move ws-rcd-dia-lido to ws-rcd-alvo

           perform recordes-fotografa

           move "N" to ws-rcd-detentor
           perform varying ws-rcd-ind-reg from 1 by 1
                                   until ws-rcd-ind-reg > 2
               perform varying ws-rcd-ind-marca from 1 by 1
                                       until ws-rcd-ind-marca > 5
                   if ws-rcd-ant-ano(ws-rcd-ind-reg, ws-rcd-ind-marca)
                        = ws-rcd-ano
                   and (ws-rcd-ind-reg = 1
                        or ws-rcd-ant-dia(ws-rcd-ind-reg, ws-rcd-ind-marca)
                         = ws-rcd-dia)
                   and ws-rcd-ant-valor(ws-rcd-ind-reg, ws-rcd-ind-marca)
                    <> ws-rcd-cand(ws-rcd-ind-marca) then
                       move "S" to ws-rcd-detentor
                   end-if
               end-perform
           end-perform

           if rcd-dia-detentor then
               move "S" to ws-rdi-refaz(ws-ind-rcd-dia)
           else
               move "S" to ws-rcd-com-boletim
               perform recordes-aplica-dia
               move "N" to ws-rcd-com-boletim
           end-if
           .
       confere-dia-recorde-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Segunda passada de um dia detentor: fotografa as marcas atuais
      *>  (ja com os dias desta carga aplicados), refaz o recorde do dia e
      *>  do mes pelas fontes e anota o que passou para o dia
      *>------------------------------------------------------------------------
       refaz-dia-recorde section.

           move ws-rdi-estacao(ws-ind-rcd-dia) to fd-mst-estacao
           move ws-rdi-ano(ws-ind-rcd-dia)     to fd-mst-ano
           move ws-rdi-mes(ws-ind-rcd-dia)     to fd-mst-mes
           move ws-rdi-dia(ws-ind-rcd-dia)     to fd-mst-dia
           read arqMestre key is fd-mst-chave
           if ws-fs-arqMestre <> 00 then
               exit section
           end-if

           perform recordes-move-mestre
           perform recordes-monta-candidatos
           move ws-rcd-dia-lido to ws-rcd-alvo

           perform recordes-fotografa

           add 1 to ws-rcd-qtd-refeitos
           perform recordes-refaz
           perform recordes-compara-fotografia
           .
       refaz-dia-recorde-exit.
           exit.

       recordes-move-mestre section.

           move fd-mst-estacao      to ws-rcd-estacao
           move fd-mst-ano          to ws-rcd-ano
           move fd-mst-mes          to ws-rcd-mes
           move fd-mst-dia          to ws-rcd-dia
           move fd-mst-temp-min     to ws-rcd-min
           move fd-mst-temp-max     to ws-rcd-max
           move fd-mst-precipitacao to ws-rcd-chuva
           move fd-mst-origem       to ws-rcd-origem
           .
       recordes-move-mestre-exit.
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

       recordes-monta-candidatos section.

           move ws-rcd-max   to ws-rcd-cand(1)
           move ws-rcd-min   to ws-rcd-cand(2)
           move ws-rcd-min   to ws-rcd-cand(3)
           move ws-rcd-max   to ws-rcd-cand(4)
           move ws-rcd-chuva to ws-rcd-cand(5)
           .
       recordes-monta-candidatos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Guarda as marcas atuais do recorde do dia (1) e do mes (2) do
      *>  dia alvo; registro ausente fica com todas as marcas vazias
      *>------------------------------------------------------------------------
       recordes-fotografa section.

           move ws-rcd-alvo-estacao to fd-rec-estacao
           move "D"                 to fd-rec-tipo
           move ws-rcd-alvo-mes     to fd-rec-mes
           move ws-rcd-alvo-dia     to fd-rec-dia
           read arqRecordes key is fd-rec-chave
           if ws-fs-arqRecordes = 00 then
               move fd-rec-marcas to ws-rcd-ant-registro(1)
           else
               move zeros         to ws-rcd-ant-registro(1)
           end-if

           move ws-rcd-alvo-estacao to fd-rec-estacao
           move "M"                 to fd-rec-tipo
           move ws-rcd-alvo-mes     to fd-rec-mes
           move 0                   to fd-rec-dia
           read arqRecordes key is fd-rec-chave
           if ws-fs-arqRecordes = 00 then
               move fd-rec-marcas to ws-rcd-ant-registro(2)
           else
               move zeros         to ws-rcd-ant-registro(2)
           end-if
           .
       recordes-fotografa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Depois de refeito o recorde, a marca que passou para o dia alvo
      *>  vindo de outro detentor sai no boletim como batida
      *>------------------------------------------------------------------------
       recordes-compara-fotografia section.

           perform varying ws-rcd-ind-reg from 1 by 1
                                   until ws-rcd-ind-reg > 2
               move ws-rcd-alvo-estacao to fd-rec-estacao
               move ws-rcd-alvo-mes     to fd-rec-mes
               if ws-rcd-ind-reg = 1 then
                   move "D"             to fd-rec-tipo
                   move ws-rcd-alvo-dia to fd-rec-dia
               else
                   move "M"             to fd-rec-tipo
                   move 0               to fd-rec-dia
               end-if
               read arqRecordes key is fd-rec-chave
               if ws-fs-arqRecordes = 00 then
                   perform varying ws-rcd-ind-marca from 1 by 1
                                           until ws-rcd-ind-marca > 5
                       if fd-rec-ano(ws-rcd-ind-marca) = ws-rcd-alvo-ano
                       and (ws-rcd-ind-reg = 1
                            or fd-rec-dia-marca(ws-rcd-ind-marca)
                             = ws-rcd-alvo-dia)
                       and ws-rcd-ant-ano(ws-rcd-ind-reg, ws-rcd-ind-marca)
                        <> 0
                       and (ws-rcd-ant-ano(ws-rcd-ind-reg, ws-rcd-ind-marca)
                             <> ws-rcd-alvo-ano
                            or (ws-rcd-ind-reg = 2
                                and ws-rcd-ant-dia(ws-rcd-ind-reg,
                                    ws-rcd-ind-marca) <> ws-rcd-alvo-dia))
                       then
                           move ws-rcd-ant-valor(ws-rcd-ind-reg,
                                                 ws-rcd-ind-marca)
                             to ws-bol-ant-valor
                           move ws-rcd-ant-ano(ws-rcd-ind-reg,
                                               ws-rcd-ind-marca)
                             to ws-bol-ant-ano
                           move ws-rcd-ant-dia(ws-rcd-ind-reg,
                                               ws-rcd-ind-marca)
                             to ws-bol-ant-dia
                           move fd-rec-valor(ws-rcd-ind-marca)
                             to ws-rcd-cand(ws-rcd-ind-marca)
                           move "BATIDO" to ws-bol-situacao
                           perform recordes-anota
                       end-if
                   end-perform
               end-if
           end-perform
           .
       recordes-compara-fotografia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aplica o dia candidato ao recorde do dia do calendario (D) e ao
      *>  recorde do mes do calendario (M) da estacao
      *>------------------------------------------------------------------------
       recordes-aplica-dia section.

           perform recordes-monta-candidatos

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
               move "S"   to ws-rcd-novo
               move zeros to fd-rec-marcas
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
      *>  vazia recebe o dia sem boletim; valor melhor bate o recorde;
      *>  valor igual de outro dia empata (e fica o detentor mais antigo)
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
               if rcd-anota-boletim then
                   move "BATIDO" to ws-bol-situacao
                   perform recordes-anota-anterior
               end-if
               perform recordes-assume-marca
               exit section
           end-if

           if ws-rcd-cand(ws-rcd-ind-marca)
            = fd-rec-valor(ws-rcd-ind-marca) then
               if fd-rec-ano(ws-rcd-ind-marca) = ws-rcd-ano
               and (fd-rec-tipo = "D"
                    or fd-rec-dia-marca(ws-rcd-ind-marca) = ws-rcd-dia) then
                   exit section
               end-if
               if rcd-anota-boletim then
                   move "IGUALADO" to ws-bol-situacao
                   perform recordes-anota-anterior
               end-if
               if ws-rcd-ano < fd-rec-ano(ws-rcd-ind-marca) then
                   perform recordes-assume-marca
               end-if
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

       recordes-anota-anterior section.

           move fd-rec-valor(ws-rcd-ind-marca)     to ws-bol-ant-valor
           move fd-rec-ano(ws-rcd-ind-marca)       to ws-bol-ant-ano
           move fd-rec-dia-marca(ws-rcd-ind-marca) to ws-bol-ant-dia
           if fd-rec-tipo = "D" then
               move 1 to ws-rcd-ind-reg
           else
               move 2 to ws-rcd-ind-reg
           end-if
           perform recordes-anota
           .
       recordes-anota-anterior-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Uma linha do boletim: dia alvo, alcance do recorde (dia ou mes do
      *>  calendario, ws-rcd-ind-reg), marca, valor novo e o anterior
      *>------------------------------------------------------------------------
       recordes-anota section.

           move ws-rcd-alvo-estacao to ws-bol-estacao
           move ws-rcd-alvo-dia     to ws-bol-dia
           move ws-rcd-alvo-mes     to ws-bol-mes
           move ws-rcd-alvo-ano     to ws-bol-ano
           if ws-rcd-ind-reg = 1 then
               move ws-rcd-alvo-dia to ws-bol-esc-dia-dia
               move ws-rcd-alvo-mes to ws-bol-esc-dia-mes
               move ws-bol-esc-dia  to ws-bol-escopo
               move spaces          to ws-bol-ant-dia
               move spaces          to ws-bol-ant-barra
           else
               move ws-rcd-alvo-mes to ws-bol-esc-mes-mes
               move ws-bol-esc-mes  to ws-bol-escopo
               move "/"             to ws-bol-ant-barra
           end-if
           move ws-rcd-nome(ws-rcd-ind-marca) to ws-bol-marca
           move ws-rcd-cand(ws-rcd-ind-marca) to ws-bol-valor
           write fd-boletim-reg from ws-bol-detalhe

           if ws-bol-situacao = "BATIDO" then
               add 1 to ws-rcd-qtd-batidos
           else
               add 1 to ws-rcd-qtd-igualados
           end-if
           .
       recordes-anota-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Refaz o recorde do dia e do mes do calendario do dia alvo: as
      *>  marcas sao esvaziadas e recebem de novo cada dia valido daquele
      *>  mes da estacao, dos arquivos anuais e do mestre, desde o
      *>  primeiro ano da serie
      *>------------------------------------------------------------------------
       recordes-refaz section.

           perform varying ws-rcd-ind-reg from 1 by 1
                                   until ws-rcd-ind-reg > 2
               move ws-rcd-alvo-estacao to fd-rec-estacao
               move ws-rcd-alvo-mes     to fd-rec-mes
               if ws-rcd-ind-reg = 1 then
                   move "D"             to fd-rec-tipo
                   move ws-rcd-alvo-dia to fd-rec-dia
               else
                   move "M"             to fd-rec-tipo
                   move 0               to fd-rec-dia
               end-if
               read arqRecordes key is fd-rec-chave
               if ws-fs-arqRecordes = 00 then
                   move zeros to fd-rec-marcas
                   rewrite fd-recorde-reg
               end-if
           end-perform

           perform varying ws-rcd-ano-lido from ws-rcd-primeiro-ano by 1
                                   until ws-rcd-ano-lido > ws-rcd-ano-atual
               perform recordes-refaz-anual
               perform recordes-refaz-mestre
           end-perform

           move ws-rcd-alvo to ws-rcd-dia-lido
           perform recordes-monta-candidatos
           .
       recordes-refaz-exit.
           exit.

       recordes-refaz-anual section.

           move ws-rcd-ano-lido to ws-nome-ano
           move ws-nome-montado to ws-arq-anual-nome

           open input arqAnual
           if ws-fs-arqAnual <> 00 then
               exit section
           end-if

           perform until ws-fs-arqAnual <> 00
               move spaces to ws-anual-reg
               read arqAnual into ws-anual-reg
               if ws-fs-arqAnual = 00
               and ws-anu-estacao = ws-rcd-alvo-estacao
               and ws-anu-mes = ws-rcd-alvo-mes then
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
                       perform recordes-aplica-dia
                   end-if
               end-if
           end-perform

           close arqAnual
           .
       recordes-refaz-anual-exit.
           exit.

       recordes-refaz-mestre section.

           move ws-rcd-alvo-estacao to fd-mst-estacao
           move ws-rcd-ano-lido     to fd-mst-ano
           move ws-rcd-alvo-mes     to fd-mst-mes
           move 01                  to fd-mst-dia
           move "N"                 to ws-fim-mestre

           start arqMestre key is not less than fd-mst-chave
           if ws-fs-arqMestre <> 00 then
               exit section
           end-if

           perform until fim-do-mestre
               read arqMestre next
                   if ws-fs-arqMestre <> 00 then
                       move "S" to ws-fim-mestre
                   end-if

               if ws-fs-arqMestre = 00 then
                   if fd-mst-estacao = ws-rcd-alvo-estacao
                   and fd-mst-ano = ws-rcd-ano-lido
                   and fd-mst-mes = ws-rcd-alvo-mes then
                       perform recordes-move-mestre
                       perform recordes-valida-dia
                       if rcd-dia-valido then
                           perform recordes-aplica-dia
                       end-if
                   else
                       move "S" to ws-fim-mestre
                   end-if
               end-if
           end-perform
           .
       recordes-refaz-mestre-exit.
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

      *>    os meses ja gravados no mestre ficam anotados mesmo quando a
      *>    execucao termina por erro
           perform grava-alteracoes

           if ws-qtd-rejeitados > 0
           and return-code = 0 then
