      *>              (restauracao de copia e reabertura de mes); acessos
      *>              negados e recusas de privilegio vao para o mesmo
      *>              diario de auditoria
      *> 15/10/2026 - estimativa dos dias sem leitura pela rede: minima e
      *>              maxima do dia faltante calculadas pela media das
      *>              estacoes ativas vizinhas, com a mesma reducao de
      *>              altitude da verificacao cruzada, gravadas no mestre
      *>              com a origem E (estimada) e anotadas na auditoria;
      *>              relatorio diario, resumo, anuario e normais mostram
      *>              ou contam os dias estimados a parte (as normais e a
      *>              verificacao da rede nao usam estimativas, e a chuva
      *>              trata o dia estimado como nao medido)
      *> 15/10/2026 - comando batch.txt ganha o byte de acao (branco =
      *>              produtos do mes, F = conferencia de fechamento): a
      *>              conferencia diz se o mes ja esta fechado ou se tem
      *>              a cobertura minima para fechar, com return-code 4
      *>              quando nao tem (usada pelo ciclo noturno da rede)
      *> 15/10/2026 - perfil horario de um dia (horario.dat, gravado pela
      *>              carga horaria): temperatura, chuva e umidade hora a
      *>              hora com a hora da minima e da maxima, e o dia
      *>              marcado incompleto abaixo do minimo de horas; o
      *>              relatorio diario mostra a origem HORARIO/INCOMPL
      *>              dos dias derivados das horas
      *> 15/10/2026 - fechamento do mes grava os totais de controle do
      *>              mes fechado (quantidade de registros, soma das
      *>              minimas, das maximas e da chuva) no livro
      *>              controle-fechamento.txt, conferido depois pela
      *>              verificacao de integridade (integridadeTemp)
      *> 15/10/2026 - cadastro de estacoes ganha a latitude (graus
      *>              decimais, sul negativo), informada na inclusao e na
      *>              alteracao e mostrada na lista; as linhas antigas
      *>              ficam sem latitude ate ela ser informada
      *> 15/10/2026 - correcao da manutencao confere os recordes
      *>              historicos (recordes.dat) do dia corrigido: se o
      *>              dia detinha uma marca do recorde do dia ou do mes do
      *>              calendario, o recorde e refeito pelos arquivos
      *>              anuais e pelo mestre; senao o valor novo so e
      *>              comparado. As mudancas saem na tela
      *> 15/10/2026 - relatorio diario marca as leituras da estacao com
      *>              ordem de servico de campo em andamento (ordens.txt,
      *>              ordemServico) como EM INVESTIGACAO, com o numero da
      *>              ordem logo abaixo da linha da estacao
      *> 15/10/2026 - produtos derivados com data/hora de geracao: cada
      *>              linha gravada em historico.txt, historico-gd.txt e
      *>              normais.txt deixa o carimbo em produtos.dat, e a
      *>              correcao da manutencao, a estimativa pela rede e a
      *>              restauracao do mestre pela copia anotam a
      *>              estacao/mes alterados em alteracoes-mestre.dat
      *>              (conferidos e refeitos pelo recalculoDerivados)
      *> 15/10/2026 - latitude digitada conferida na faixa antes de ir para
      *>              o cadastro (valor de tres digitos era truncado)
      *> 15/10/2026 - minimo de horas do dia completo no perfil horario
      *>              com o mesmo nome e definicao do cargaTemp



           lock mode is automatic
           file status is ws-fs-arqFechamento.

      *>   Livro de totais de controle dos meses fechados: uma linha por
      *>   fechamento, a ultima linha da chave prevalece
           select arqCtlFechamento assign to "controle-fechamento.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqCtlFechamento.

      *>   Diario de auditoria das correcoes feitas pela manutencao
           select arqAuditoria assign to "auditoria.txt"
           organization is line sequential
           lock mode is automatic
           file status is ws-fs-arqAnuario.

      *>   Observacoes horarias do logger, gravadas pela carga horaria,
      *>   indexadas por estacao/ano/mes/dia/hora
           select arqHorario assign to "horario.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-hor-chave
           lock mode is automatic
           file status is ws-fs-arqHorario.

      *>   Perfil horario de um dia (hora da minima e da maxima)
           select arqPerfil assign to "perfil-horario.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqPerfil.

      *>   Recordes historicos por estacao (construidos pelo recordesTemp)
           select arqRecordes assign to "recordes.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-rec-chave
           lock mode is automatic
           file status is ws-fs-arqRecordes.

      *>   Arquivo anual de retencao (arquivo-AAAA.txt), lido so para
      *>   refazer um recorde que o dia corrigido detinha
           select arqAnual assign to ws-arq-anual-nome
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqAnual.

      *>   Ordens de servico de campo (ordemServico): uma ordem aberta ou
      *>   com visita registrada poe a estacao em investigacao
           select arqOrdens assign to "ordens.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqOrdens.

      *>   Ultima alteracao dos dias de cada estacao/mes do mestre depois
      *>   da carga (correcao, estimativa, restauracao), com data/hora
           select arqAlteracoes assign to "alteracoes-mestre.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-alt-chave
           lock mode is automatic
           file status is ws-fs-arqAlteracoes.

      *>   Ultimo carimbo de geracao de cada linha dos produtos derivados
      *>   (M = media do historico, G = graus-dia, N = normal)
           select arqProdutos assign to "produtos.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-prd-chave
           lock mode is automatic
           file status is ws-fs-arqProdutos.

      *>   Log de erros (status do arquivo + data/hora de cada abortagem)
           select arqErro assign to "erros.log"
           organization is line sequential
          05 fd-mst-temp-max                       pic s9(02)v99.
          05 fd-mst-precipitacao                    pic 9(03)v9.
          05 fd-mst-umidade                         pic 9(03).
      *>    origem da leitura: branco = medida pelo logger, E = estimada
      *>    pela rede (linhas antigas das copias chegam em branco)
          05 fd-mst-origem                          pic x(01).

       fd arqTemp.

          05 fd-bat-estacao                        pic x(03).
          05 fd-bat-mes                            pic 9(02).
          05 fd-bat-ano                             pic 9(04).
      *>    acao do comando: branco (comandos antigos) = produtos do mes,
      *>    F = conferencia de fechamento do mes
          05 fd-bat-acao                            pic x(01).

       fd arqResumo.

          05 fd-est-situacao                       pic x(01).
          05 fd-est-data-ativacao                   pic 9(08).
          05 fd-est-data-desativacao                pic 9(08).
      *>    latitude em graus decimais (sul negativo); em branco nas
      *>    linhas gravadas antes dela, e assim regravada ate ser informada
          05 fd-est-latitude                        pic s9(02)v99
                                   sign is trailing separate character.
          05 fd-est-latitude-x redefines fd-est-latitude
                                                    pic x(05).

       fd arqComparativo.


       fd arqBackup1.

       01 fd-backup1-reg                            pic x(27).

       fd arqBackup2.

       01 fd-backup2-reg                            pic x(27).

       fd arqBackup3.

       01 fd-backup3-reg                            pic x(27).

       fd arqRegrava.


       fd arqRelatorio.

       01 fd-rel-reg                                pic x(72).

       fd arqHistTmp.

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

       fd arqAuditoria.

       01 fd-auditoria-reg                          pic x(80).
          05 fd-nrm-media-min                            pic s9(02)v99.
          05 fd-nrm-media-max                            pic s9(02)v99.
          05 fd-nrm-qtd-dias                             pic 9(05).
          05 fd-nrm-qtd-estimados                        pic 9(05).

       fd arqAnomalias.


       01 fd-anuario-reg                            pic x(78).

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

       fd arqPerfil.

       01 fd-perfil-reg                             pic x(60).

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

       fd arqOrdens.

       01 fd-ordem-reg.
          05 fd-ord-numero                               pic 9(05).
          05 fd-ord-estacao                              pic x(03).
          05 fd-ord-situacao                             pic x(01).
          05 filler                                 pic x(150).

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

       fd arqErro.

       01 fd-erro-reg                                pic x(61).
       77  ws-fs-arqHistGD                         pic 9(02).
       77  ws-fs-arqAuditoria                      pic 9(02).
       77  ws-fs-arqFechamento                     pic 9(02).
       77  ws-fs-arqCtlFechamento                  pic 9(02).
       77  ws-fs-arqOperadores                     pic 9(02).
       77  ws-fs-arqAnuario                        pic 9(02).
       77  ws-fs-arqSuspeitos                      pic 9(02).
       77  ws-fs-arqNormais                        pic 9(02).
       77  ws-fs-arqAnomalias                      pic 9(02).
       77  ws-fs-arqHorario                        pic 9(02).
       77  ws-fs-arqPerfil                         pic 9(02).
       77  ws-fs-arqRecordes                       pic 9(02).
       77  ws-fs-arqAnual                          pic 9(02).
       77  ws-fs-arqOrdens                         pic 9(02).
       77  ws-fs-arqAlteracoes                     pic 9(02).
       77  ws-fs-arqProdutos                       pic 9(02).
       77  ws-fs-arqErro                           pic 9(02).

      *>    ws-temp guarda o ponto medio entre a minima e a maxima do dia,
          05 ws-precipitacao                        pic 9(03)v9.
          05 ws-umidade                             pic 9(03).
          05 ws-valida                             pic x(01) value "N".
          05 ws-origem                             pic x(01).

      *>----Cadastro das estacoes carregado na inicializacao (a rede em
      *>    expansao comporta ate 40 estacoes; as desativadas permanecem
          05 ws-est-situacao                       pic x(01).
          05 ws-est-data-ativacao                   pic 9(08).
          05 ws-est-data-desativacao                pic 9(08).
          05 ws-est-latitude                        pic s9(02)v99.
          05 ws-est-tem-latitude                    pic x(01).
       77 ws-qtd-estacoes                           pic 9(02) value 0.
       77 ws-ind-est                                pic 9(02).
       77 ws-estacao-corrente                       pic x(03) value spaces.
       77 ws-cad-altitude                            pic 9(04).
       77 ws-cad-achada                              pic 9(02) value 0.
       77 ws-cad-alt-texto                          pic x(04).
       77 ws-cad-latitude                           pic s9(02)v99.
      *>    valor digitado, com folga para a conferencia da faixa
       77 ws-cad-lat-digitada                       pic s9(06)v99.
       77 ws-cad-lat-texto                          pic x(06).
       77 ws-cad-marcador                           pic x(14).

      *>----Conciliacao do calendario: dias sem leitura e cobertura do mes
          05 ws-anu-cobertura                      pic 9(03).
          05 ws-anu-hist-achado                    pic x(01).
          05 ws-anu-hist-media                     pic s9(02)v99.
          05 ws-anu-estimados                      pic 9(02).
       77 ws-anu-ano                                pic 9(04) value 0.
       77 ws-ind-anu                                pic 9(02).
       77 ws-fim-anuario                            pic x(01) value "N".
       77 ws-anu-max-dia                            pic 9(02) value 0.
       77 ws-anu-max-mes                            pic 9(02) value 0.
       77 ws-anu-geadas-ano                         pic 9(03) value 0.
       77 ws-anu-estimados-ano                      pic 9(03) value 0.
       77 ws-anu-qtd-batem                          pic 9(02) value 0.
       77 ws-anu-qtd-diferem                        pic 9(02) value 0.
       77 ws-anu-qtd-sem-hist                       pic 9(02) value 0.
                15 ws-nrm-soma-min                 pic s9(07)v99.
                15 ws-nrm-soma-max                 pic s9(07)v99.
                15 ws-nrm-qtd                      pic 9(05).
                15 ws-nrm-qtd-est                  pic 9(05).
       77 ws-ind-nrm-est                            pic 9(02).
       77 ws-ind-nrm-mes                            pic 9(02).
       77 ws-nrm-qtd-linhas                         pic 9(03) value 0.
       77 ws-rede-desvio                            pic s9(03)v99.
       77 ws-rede-qtd-suspeitas                     pic 9(03) value 0.

      *>----Estimativa dos dias sem leitura pela rede: minima e maxima
      *>    das estacoes ativas vizinhas reduzidas ao nivel do mar, com
      *>    a media devolvida a altitude da estacao corrente (ao menos
      *>    duas vizinhas com leitura medida no dia)
       77 ws-esti-altitude                          pic 9(04) value 0.
       77 ws-esti-viz-qtd                           pic 9(02) value 0.
       77 ws-esti-soma-min                          pic s9(05)v99.
       77 ws-esti-soma-max                          pic s9(05)v99.
       77 ws-esti-min                               pic s9(02)v99.
       77 ws-esti-max                               pic s9(02)v99.
       77 ws-esti-calc-min                          pic s9(03)v99.
       77 ws-esti-calc-max                          pic s9(03)v99.
       77 ws-esti-qtd-gravados                      pic 9(02) value 0.
       77 ws-esti-qtd-sem-rede                      pic 9(02) value 0.
       77 ws-esti-confirma                          pic x(01) value "N".
       77 ws-qtd-estimados                          pic 9(02) value 0.

      *>----Relatorio mensal de chuva: precipitacao de cada dia do
      *>    calendario, acumulado do mes, maior estiagem (sequencia de
      *>    dias medidos sem chuva) e media da umidade relativa
      *>----Modo batch: sem menu e sem ACCEPTs, produtos gerados em serie
       77 ws-modo-batch                             pic x(01) value "N".
          88 modo-batch                             value "S".
       77 ws-batch-acao                             pic x(01) value space.
          88 batch-conferencia-fechamento           value "F".

      *>----Controle da carga de um mes a partir do mestre indexado
       77 ws-mes-ok                                 pic x(01) value "N".
       77 ws-mes-fechado                            pic x(01) value "N".
          88 mes-esta-fechado                       value "S".
       77 ws-fecha-confirma                         pic x(01) value "N".

      *>----Totais de controle do mes no momento do fechamento
       77 ws-ctf-qtd                                pic 9(03) value 0.
       77 ws-ctf-soma-min                           pic s9(05)v99 value 0.
       77 ws-ctf-soma-max                           pic s9(05)v99 value 0.
       77 ws-ctf-soma-chuva                         pic 9(05)v9 value 0.
       01 ws-reab-linha.
          05 filler                                 pic x(19)
                                       value "REABERTURA ESTACAO ".
                                     value " fora da faixa ou min > max".

       01 ws-rel-cabecalho                           pic x(60)
         value "DIA - TEMP | DESVIO | SITUACAO     | ORIGEM | INVESTIGACAO".
       01 ws-rel-detalhe.
          05 ws-rel-dia                                 pic 9(02).
          05 filler                                 pic x(03) value " - ".
                                   sign is trailing separate character.
          05 filler                                 pic x(03) value " | ".
          05 ws-rel-flag                                pic x(12).
          05 filler                                 pic x(03) value " | ".
          05 ws-rel-origem                              pic x(08).
          05 filler                                 pic x(03) value " | ".
          05 ws-rel-investigacao                        pic x(15).

      *>    mesma linha acima, com a coluna de Fahrenheit acrescentada quando
      *>    a conversao estiver ligada
       01 ws-rel-cabecalho-f                         pic x(72)
   value "DIA - TEMP(C) - TEMP(F) | DESVIO | SITUACAO     | ORIGEM | INVESTIGACAO".
       01 ws-rel-detalhe-f.
          05 ws-relf-dia                                 pic 9(02).
          05 filler                                 pic x(03) value " - ".
                                   sign is trailing separate character.
          05 filler                                 pic x(03) value " | ".
          05 ws-relf-flag                                pic x(12).
          05 filler                                 pic x(03) value " | ".
          05 ws-relf-origem                              pic x(08).
          05 filler                                 pic x(03) value " | ".
          05 ws-relf-investigacao                        pic x(15).

      *>    linha final do relatorio com a media do mes (conforme o toggle F)
       01 ws-rel-media-resumo.
          05 ws-relf-media-f                             pic s9(03)v99
                                   sign is trailing separate character.
          05 filler                                 pic x(26) value spaces.
       01 ws-rel-estimados-linha.
          05 filler                                 pic x(40)
                     value "DIAS ESTIMADOS PELA REDE (NAO MEDIDOS): ".
          05 ws-rel-qtd-estimados                       pic 9(02).
          05 filler                                 pic x(18) value spaces.

      *>    estacao com ordem de servico de campo em andamento
       01 ws-rel-investigacao-linha.
          05 filler                                 pic x(43)
                  value "ESTACAO EM INVESTIGACAO - ORDEM DE SERVICO ".
          05 ws-rel-ordem                               pic 9(05).
          05 filler                                 pic x(12) value spaces.
       77 ws-ordem-investigacao                      pic 9(05) value 0.

      *>----Alteracao de dias do mestre e carimbo dos produtos derivados
       77 ws-alt-origem                              pic x(12) value spaces.

      *>----Estacao/mes alcancados pela restauracao do mestre (anotados em
      *>    alteracoes-mestre.dat; tabela cheia e descarregada)
       01 ws-alt-meses occurs 500.
          05 ws-alm-estacao                        pic x(03).
          05 ws-alm-ano                             pic 9(04).
          05 ws-alm-mes                            pic 9(02).
       77 ws-alt-qtd-meses                           pic 9(03) value 0.
       77 ws-ind-alt-mes                             pic 9(03).
       77 ws-alt-achou                               pic x(01).
       77 ws-prd-tipo                                pic x(01) value space.
       77 ws-prd-aberto                              pic x(01) value "N".
       77 ws-reg-existente                           pic x(01) value "N".
       01 ws-alt-chave-salva                         pic x(09).
       01 ws-prd-chave-salva                         pic x(10).

       01 ws-estacao-linha.
          05 filler                                 pic x(08) value "ESTACAO ".
          05 ws-audl-ano                                pic 9(04).
          05 filler                                 pic x(66).

      *>----Linha da auditoria para o dia estimado pela rede (mesmo inicio
      *>    estacao/dia/mes/ano, para sair na consulta das correcoes)
       01 ws-esti-aud-linha.
          05 ws-esti-aud-estacao                        pic x(03).
          05 filler                                 pic x(01) value " ".
          05 ws-esti-aud-dia                            pic 9(02).
          05 filler                                 pic x(01) value "/".
          05 ws-esti-aud-mes                            pic 9(02).
          05 filler                                 pic x(01) value "/".
          05 ws-esti-aud-ano                            pic 9(04).
          05 filler                                 pic x(10) value " estimado ".
          05 ws-esti-aud-min                            pic s9(02)v99
                                   sign is trailing separate character.
          05 filler                                 pic x(01) value "/".
          05 ws-esti-aud-max                            pic s9(02)v99
                                   sign is trailing separate character.
          05 filler                                 pic x(05) value " viz ".
          05 ws-esti-aud-viz                            pic 9(02).
          05 filler                                 pic x(04) value " em ".
          05 ws-esti-aud-data                           pic 9(08).
          05 filler                                 pic x(01) value " ".
          05 ws-esti-aud-hora                           pic 9(08).
          05 filler                                 pic x(05) value " por ".
          05 ws-esti-aud-operador                       pic x(08).
          05 filler                                 pic x(04) value spaces.

      *>----Linhas do relatorio de graus-dia
       01 ws-gd-cabecalho.
          05 filler                                 pic x(20)
          05 ws-anu-cab-ano                             pic 9(04).
          05 filler                                 pic x(34) value spaces.
       01 ws-anu-colunas                             pic x(78)
           value "MES | QTD | EST | MEDIA  | MINIMA | MAXIMA | COBERT | HISTORICO".
       01 ws-anu-detalhe.
          05 ws-anu-det-mes                             pic 9(02).
          05 filler                                 pic x(04) value "  | ".
          05 ws-anu-det-qtd                             pic 9(02).
          05 filler                                 pic x(04) value "  | ".
          05 ws-anu-det-est                             pic 9(02).
          05 filler                                 pic x(04) value "  | ".
          05 ws-anu-det-media                           pic s9(02)v99
                                   sign is trailing separate character.
          05 filler                                 pic x(03) value " | ".
                           value "DIAS DE GEADA NO ANO (min < 0): ".
          05 ws-anu-geadas-valor                        pic 9(03).
          05 filler                                 pic x(43) value spaces.
       01 ws-anu-estimados-linha.
          05 filler                                 pic x(40)
                   value "DIAS ESTIMADOS PELA REDE NO ANO (EST):  ".
          05 ws-anu-estimados-valor                     pic 9(03).
          05 filler                                 pic x(35) value spaces.
       01 ws-anu-rank-titulo                         pic x(78)
           value "CLASSIFICACAO DOS MESES (MAIS QUENTE AO MAIS FRIO):".
       01 ws-anu-rank-linha.
          05 filler                                 pic x(01) value "%".
          05 filler                                 pic x(32) value spaces.

      *>----Recordes do dia corrigido: dia candidato e dia alvo (guardado
      *>    enquanto um recorde e refeito pela leitura das fontes)
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

      *>    valor do dia para cada marca e o sentido dela (+ vence o
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

      *>    recordes do dia (1) e do mes (2) antes da conferencia
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
       77 ws-fim-rcd-mestre                         pic x(01) value "N".
          88 fim-rcd-mestre                         value "S".

       77 ws-arq-anual-nome                         pic x(20) value spaces.
       01 ws-nome-montado.
          05 filler                                pic x(08) value "arquivo-".
          05 ws-nome-ano                            pic 9(04).
          05 filler                                pic x(04) value ".txt".

       01 ws-ret-reg.
          05 ws-ret-estacao                         pic x(03).
          05 ws-ret-ano                             pic 9(04).
          05 ws-ret-mes                             pic 9(02).
          05 ws-ret-dia                             pic 9(02).
          05 ws-ret-temp-min                        pic s9(02)v99.
          05 ws-ret-temp-max                        pic s9(02)v99.
          05 ws-ret-precipitacao                    pic 9(03)v9.
          05 ws-ret-umidade                         pic 9(03).
          05 ws-ret-origem                          pic x(01).

      *>    linha mostrada na tela para cada marca batida, igualada ou
      *>    revista (mesmo leiaute do boletim da carga)
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
       01 ws-bol-esc-dia.
          05 filler                                 pic x(04) value "DIA ".
          05 ws-bol-esc-dia-dia                         pic 9(02).
          05 filler                                 pic x(01) value "/".
          05 ws-bol-esc-dia-mes                         pic 9(02).
       01 ws-bol-esc-mes.
          05 filler                                 pic x(04) value "MES ".
          05 ws-bol-esc-mes-mes                         pic 9(02).

      *>----Perfil horario de um dia: as 24 horas lidas do horario.dat
       01 ws-prf-horas occurs 24.
          05 ws-prf-presente                        pic x(01).
          05 ws-prf-temp                            pic s9(02)v99.
          05 ws-prf-chuva                           pic 9(03)v9.
          05 ws-prf-umid                            pic 9(03).
       77 ws-prf-ind                                pic 9(02).
       77 ws-prf-qtd-horas                          pic 9(02).
       77 ws-prf-ind-min                            pic 9(02).
       77 ws-prf-ind-max                            pic 9(02).
       77 ws-prf-chuva-total                        pic 9(04)v9.
       77 ws-prf-fim                                pic x(01).
          88 fim-do-perfil                          value "S".
      *>----Minimo de horas para o dia derivado ser completo (abaixo
      *>    dele o dia entra no mestre com a origem P, incompleto); a
      *>    mesma definicao do cargaTemp, mudar as duas juntas
       77 ws-horas-minimas                          pic 9(02) value 18.

       01 ws-prf-cabecalho.
          05 filler                                 pic x(26)
                               value "PERFIL HORARIO - ESTACAO ".
          05 ws-prf-est                                 pic x(03).
          05 filler                                 pic x(01) value " ".
          05 ws-prf-dia-cab                             pic 9(02).
          05 filler                                 pic x(01) value "/".
          05 ws-prf-mes-cab                             pic 9(02).
          05 filler                                 pic x(01) value "/".
          05 ws-prf-ano-cab                             pic 9(04).
          05 filler                                 pic x(20) value spaces.
       01 ws-prf-colunas                             pic x(60)
         value "HORA | TEMP  | CHUVA (mm) | UMIDADE (%) | EXTREMO".
       01 ws-prf-detalhe.
          05 ws-prf-det-hora                            pic 9(02).
          05 filler                                 pic x(05) value "   | ".
          05 ws-prf-det-temp                            pic s9(02)v99
                                   sign is trailing separate character.
          05 filler                                 pic x(03) value " | ".
          05 ws-prf-det-chuva                           pic 9(03)v9.
          05 filler                                 pic x(09) value "       | ".
          05 ws-prf-det-umid                            pic 9(03).
          05 filler                                 pic x(11)
                                          value "         | ".
          05 ws-prf-det-extremo                         pic x(07).
          05 filler                                 pic x(11) value spaces.
       01 ws-prf-extremo-linha.
          05 ws-prf-ext-rotulo                          pic x(15).
          05 ws-prf-ext-temp                            pic s9(02)v99
                                   sign is trailing separate character.
          05 filler                                 pic x(05) value " as ".
          05 ws-prf-ext-hora                            pic 9(02).
          05 filler                                 pic x(01) value "h".
          05 filler                                 pic x(32) value spaces.
       01 ws-prf-chuva-linha.
          05 filler                                 pic x(15)
                                           value "Chuva do dia.: ".
          05 ws-prf-chuva-valor                         pic 9(04)v9.
          05 filler                                 pic x(03) value " mm".
          05 filler                                 pic x(37) value spaces.
       01 ws-prf-horas-linha.
          05 filler                                 pic x(15)
                                           value "Horas lidas..: ".
          05 ws-prf-horas-qtd                           pic 9(02).
          05 filler                                 pic x(06) value " de 24".
          05 ws-prf-horas-aviso                         pic x(19).
          05 filler                                 pic x(18) value spaces.

      *>----Linhas do relatorio de conciliacao (dias sem leitura)
       01 ws-falt-cabecalho.
          05 filler                                 pic x(27)
                   else
                       move 0 to ws-est-data-desativacao(ws-qtd-estacoes)
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

           move fd-bat-estacao to ws-estacao-corrente
           move fd-bat-mes     to ws-mes-corrente
           move fd-bat-ano     to ws-ano-corrente
           move fd-bat-acao    to ws-batch-acao

           if ws-mes-corrente < 1 or ws-mes-corrente > 12
           or ws-ano-corrente = 0 then
               exit section
           end-if

      *>    os meses do mestre que vai ser substituido tambem mudam (dias
      *>    gravados depois da copia deixam de existir)
           move "RESTAURACAO" to ws-alt-origem
           open input arqMestre
           if ws-fs-arqMestre = 00 then
               perform until ws-fs-arqMestre <> 00
                   read arqMestre next
                   if ws-fs-arqMestre = 00 then
                       perform guarda-mes-alterado
                   end-if
               end-perform
               close arqMestre
           end-if

           open output arqMestre
           if ws-fs-arqMestre <> 00 then
               close arqBackup1
               perform grava-alteracoes
               move ws-fs-arqMestre to ws-fs-ultimo
               move "erro ao recriar o mestre na restauracao" to ws-msn
               perform grava-erro
               if ws-fs-arqBackup1 = 00 then
                   write fd-mestre-reg
                   add 1 to ws-qtd-restauradas
                   perform guarda-mes-alterado
               end-if
           end-perform

           close arqBackup1
           close arqMestre
           perform grava-alteracoes

           display "Mestre restaurado com " ws-qtd-restauradas
                   " leitura(s) da copia de seguranca."
       restaura-mestre-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Anota a estacao/mes do registro corrente do mestre (uma vez por
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
      *>  (origem em ws-alt-origem, data/hora da descarga) e esvazia a
      *>  tabela
      *>------------------------------------------------------------------------
       grava-alteracoes section.

           if ws-alt-qtd-meses = 0 then
               exit section
           end-if

           accept ws-data-atual from date yyyymmdd
           accept ws-hora-atual from time

           perform abre-alteracoes
           if ws-fs-arqAlteracoes <> 00 then
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
      *>  Corta uma nova geracao de copia do mestre: bk2 vira bk3, bk1
      *>  vira bk2 e o mestre inteiro e despejado em bk1 (feito antes de
                       move fd-temp    to fd-mst-temp-max
                       move 0          to fd-mst-precipitacao
                       move 0          to fd-mst-umidade
                       move space      to fd-mst-origem
                       write fd-mestre-reg
                       if ws-fs-arqMestre = 00 then
                           add 1 to ws-qtd-migradas
                       move fd-mst-precipitacao
                         to ws-precipitacao(ws-qtd-dias)
                       move fd-mst-umidade  to ws-umidade(ws-qtd-dias)
                       move fd-mst-origem   to ws-origem(ws-qtd-dias)
                       compute ws-temp(ws-qtd-dias) rounded =
                           (fd-mst-temp-min + fd-mst-temp-max) / 2

      *>   chamando rotina de calculo da média de temp.
           perform calc-media-temp

      *>    em batch os produtos do mes saem em serie, sem menu (ou so a
      *>    conferencia de fechamento, quando o comando pede)
           if modo-batch
           and batch-conferencia-fechamento then
               perform confere-fechamento-batch
               move "S" to ws-sair
           end-if
           if modo-batch
           and not batch-conferencia-fechamento then
               perform gera-relatorio
               perform gera-csv
               perform relatorio-tendencia
               display "'U'ltimo - resumo do mes (acima/abaixo/extremos)"
               display "'A'mplitude termica do mes (minima/maxima/geada)"
               display "'P' - chuva e umidade do mes"
               display "'Y' - perfil horario de um dia (hora da min/max)"
               display "'L' - alertas de calor e frio do mes"
               display "'G'raus-dia do mes (aquecimento/refrigeracao)"
               display "'D'ias sem leitura - conciliacao do mes"
               display "'K' - estimar dias sem leitura pela rede (vizinhas)"
               display "'B' - anuario climatologico do ano"
               display "'V'erificacao cruzada da rede (leituras suspeitas)"
               display "'W' - gerar normais climatologicas (mestre inteiro)"
                       perform amplitude-termica
                   when "P" when "p"
                       perform relatorio-chuva
                   when "Y" when "y"
                       perform perfil-horario
                   when "L" when "l"
                       perform detecta-alertas
                   when "G" when "g"
                       perform graus-dia
                   when "D" when "d"
                       perform reconcilia-mes
                   when "K" when "k"
                       perform estima-dias-rede
                   when "B" when "b"
                       perform anuario-climatologico
                   when "V" when "v"
                   display "Minima/Maxima do dia = "
                           ws-temp-minima(ws-ind-localizado) " / "
                           ws-temp-maxima(ws-ind-localizado)
                   if ws-origem(ws-ind-localizado) = "E" then
                       display "Dia sem leitura: valores estimados pela rede."
                   end-if

                   if ws-fahrenheit-ativo then
                       compute ws-temp-f  = (ws-temp(ws-ind-localizado) * 9 / 5) + 32
                           move "S" to ws-valida(ws-ind-localizado)
                           perform calc-media-temp
                           perform grava-auditoria
                           move "MANUTENCAO" to ws-alt-origem
                           perform grava-alteracao-mestre
                           perform confere-recordes-correcao

                           display "Dia " ws-dia-corrigir " corrigido e media recalculada."
                       end-if
           exit.

      *>------------------------------------------------------------------------
      *>  Anota em alteracoes-mestre.dat que os dias da estacao/mes
      *>  correntes mudaram (origem em ws-alt-origem), para a conferencia
      *>  dos produtos derivados ja gerados com os valores antigos
      *>------------------------------------------------------------------------
       grava-alteracao-mestre section.

           accept ws-data-atual from date yyyymmdd
           accept ws-hora-atual from time

           perform abre-alteracoes
           if ws-fs-arqAlteracoes = 00 then
               move ws-estacao-corrente to fd-alt-estacao
               move ws-ano-corrente     to fd-alt-ano
               move ws-mes-corrente     to fd-alt-mes
               perform registra-alteracao
               close arqAlteracoes
           end-if
           .
       grava-alteracao-mestre-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Abre alteracoes-mestre.dat para atualizacao, criando-o na
      *>  primeira alteracao; falha fica no status (nao aborta)
      *>------------------------------------------------------------------------
       abre-alteracoes section.

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
           end-if
           .
       abre-alteracoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a alteracao da chave ja montada em fd-alt-chave (data/hora
      *>  atuais, origem em ws-alt-origem); a chave ja registrada e
      *>  regravada, ficando so a alteracao mais recente
      *>------------------------------------------------------------------------
       registra-alteracao section.

           move fd-alt-chave to ws-alt-chave-salva
           read arqAlteracoes key is fd-alt-chave
           if ws-fs-arqAlteracoes = 00 then
               move "S" to ws-reg-existente
           else
               move "N" to ws-reg-existente
           end-if

           move ws-alt-chave-salva to fd-alt-chave
           move ws-data-atual      to fd-alt-data
           move ws-hora-atual      to fd-alt-hora
           move ws-alt-origem      to fd-alt-origem
           if ws-reg-existente = "S" then
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
      *>  Recordes do dia recem-corrigido: se ele detinha uma marca do
      *>  recorde do dia ou do mes do calendario, o recorde e refeito
      *>  pelas fontes (arquivos anuais e mestre); senao o valor novo so e
      *>  comparado. Sem recordes.dat (recordesTemp) nada a conferir
      *>------------------------------------------------------------------------
       confere-recordes-correcao section.

           open i-o arqRecordes
           if ws-fs-arqRecordes = 35 then
               exit section
           end-if
           if ws-fs-arqRecordes <> 00 then
               display "erro na abertura dos recordes: recordes do dia"
                       " nao conferidos."
               display "status do arquivo: " ws-fs-arqRecordes
               move 8 to return-code
               exit section
           end-if

           accept ws-data-atual from date yyyymmdd
           divide ws-data-atual by 10000 giving ws-rcd-ano-atual

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

           open input arqMestre
           if ws-fs-arqMestre <> 00 then
               close arqRecordes
               display "erro na abertura do mestre: recordes do dia"
                       " nao conferidos."
               display "status do arquivo: " ws-fs-arqMestre
               move 8 to return-code
               exit section
           end-if

           move ws-estacao-corrente to fd-mst-estacao
           move ws-ano-corrente     to fd-mst-ano
           move ws-mes-corrente     to fd-mst-mes
           move ws-dia-corrigir     to fd-mst-dia
           read arqMestre key is fd-mst-chave
           if ws-fs-arqMestre = 00 then
               perform recordes-move-mestre
               perform recordes-valida-dia
           else
               move "N" to ws-rcd-valido
           end-if

           if rcd-dia-valido then
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
                            or ws-rcd-ant-dia(ws-rcd-ind-reg,
                               ws-rcd-ind-marca) = ws-rcd-dia)
                       and ws-rcd-ant-valor(ws-rcd-ind-reg, ws-rcd-ind-marca)
                        <> ws-rcd-cand(ws-rcd-ind-marca) then
                           move "S" to ws-rcd-detentor
                       end-if
                   end-perform
               end-perform

               if rcd-dia-detentor then
                   perform recordes-refaz
                   perform recordes-compara-fotografia
                   display "Recordes do dia e do mes refeitos pela"
                           " correcao."
               else
                   move "S" to ws-rcd-com-boletim
                   perform recordes-aplica-dia
                   move "N" to ws-rcd-com-boletim
               end-if
           end-if

           close arqMestre
           close arqRecordes
           .
       confere-recordes-correcao-exit.
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
      *>  Depois de refeito o recorde, cada marca que mudou sai na tela
      *>  como revista, com o valor e o detentor anteriores
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
                       if fd-rec-valor(ws-rcd-ind-marca)
                           <> ws-rcd-ant-valor(ws-rcd-ind-reg,
                                               ws-rcd-ind-marca)
                       or fd-rec-ano(ws-rcd-ind-marca)
                           <> ws-rcd-ant-ano(ws-rcd-ind-reg,
                                             ws-rcd-ind-marca)
                       or fd-rec-dia-marca(ws-rcd-ind-marca)
                           <> ws-rcd-ant-dia(ws-rcd-ind-reg,
                                             ws-rcd-ind-marca) then
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
                           move "REVISTO" to ws-bol-situacao
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
                   display "erro na leitura dos recordes"
                   display "status do arquivo: " ws-fs-arqRecordes
                   move 8 to return-code
                   exit section
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
               display "erro na gravacao dos recordes"
               display "status do arquivo: " ws-fs-arqRecordes
               move 8 to return-code
           end-if
           .
       recordes-aplica-registro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Compara uma marca (ws-rcd-ind-marca) com o valor do dia: marca
      *>  vazia recebe o dia; valor melhor bate o recorde; valor igual de
      *>  outro dia empata (e fica o detentor mais antigo)
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
      *>  Mostra na tela uma marca batida, igualada ou revista: dia alvo,
      *>  alcance do recorde (dia ou mes do calendario, ws-rcd-ind-reg),
      *>  marca, valor novo e o anterior
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
           display "Recorde " ws-bol-detalhe
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
               move spaces to ws-ret-reg
               read arqAnual into ws-ret-reg
               if ws-fs-arqAnual = 00
               and ws-ret-estacao = ws-rcd-alvo-estacao
               and ws-ret-mes = ws-rcd-alvo-mes then
                   move ws-ret-estacao      to ws-rcd-estacao
                   move ws-ret-ano          to ws-rcd-ano
                   move ws-ret-mes          to ws-rcd-mes
                   move ws-ret-dia          to ws-rcd-dia
                   move ws-ret-temp-min     to ws-rcd-min
                   move ws-ret-temp-max     to ws-rcd-max
                   move ws-ret-precipitacao to ws-rcd-chuva
                   move ws-ret-origem       to ws-rcd-origem
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
           move "N"                 to ws-fim-rcd-mestre

           start arqMestre key is not less than fd-mst-chave
           if ws-fs-arqMestre <> 00 then
               exit section
           end-if

           perform until fim-rcd-mestre
               read arqMestre next
                   if ws-fs-arqMestre <> 00 then
                       move "S" to ws-fim-rcd-mestre
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
                       move "S" to ws-fim-rcd-mestre
                   end-if
               end-if
           end-perform
           .
       recordes-refaz-mestre-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista na tela as correcoes registradas no diario de auditoria
      *>  para a estacao e o mes correntes
      *>------------------------------------------------------------------------
       mostra-auditoria section.

           if ws-nivel-operador < 2 then
               display "Consulta da auditoria exige nivel de manutencao."
               move "PRIVILEGIO NEGADO" to ws-seg-texto
               move "CONSULTA AUDITORIA" to ws-seg-funcao
               perform grava-seguranca
               exit section
           end-if

           move 0 to ws-qtd-correcoes

           open input arqAuditoria.
           if ws-fs-arqAuditoria <> 00 then
               display "Nenhuma correcao registrada ate o momento."
           else
               display "Correcoes da estacao " ws-estacao-corrente
                       " no mes " ws-mes-corrente "/" ws-ano-corrente ":"

               perform until ws-fs-arqAuditoria <> 00
                   read arqAuditoria into ws-aud-lida
                   if ws-fs-arqAuditoria = 00 then
                       if ws-audl-estacao = ws-estacao-corrente
                       and ws-audl-mes = ws-mes-corrente
                       and ws-audl-ano = ws-ano-corrente then
                           add 1 to ws-qtd-correcoes
                           display ws-aud-lida
                       end-if
                   end-if
               end-perform

               close arqAuditoria

               if ws-qtd-correcoes = 0 then
                   display "Nenhuma correcao neste mes."
               end-if
           end-if
           .
       mostra-auditoria-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Relatorio diario: dia, temperatura, desvio e indicador acima/abaixo
      *>------------------------------------------------------------------------
       gera-relatorio section.

           open output arqRelatorio
           if ws-fs-arqRelatorio <> 00 then
               move "erro na abertura do relatorio"  to ws-msn
               display ws-msn
               display "status do arquivo: " ws-fs-arqRelatorio
               move 8 to return-code
           else
               move ws-estacao-corrente to ws-linha-est-codigo
               move ws-estacao-nome     to ws-linha-est-nome
               write fd-rel-reg from ws-estacao-linha

      *>        ordem de servico em andamento: toda leitura da estacao sai
      *>        marcada como em investigacao
               perform verifica-ordem-servico
               if ws-ordem-investigacao > 0 then
                   move ws-ordem-investigacao to ws-rel-ordem
                   write fd-rel-reg from ws-rel-investigacao-linha
                   move "EM INVESTIGACAO" to ws-rel-investigacao
               else
                   move spaces to ws-rel-investigacao
               end-if
               move ws-rel-investigacao to ws-relf-investigacao

               if ws-fahrenheit-ativo then
                   write fd-rel-reg from ws-rel-cabecalho-f
               else
                   write fd-rel-reg from ws-rel-cabecalho
               end-if

               move 0 to ws-qtd-estimados
               perform varying ws-ind-temp from 1 by 1 until ws-ind-temp > ws-qtd-dias
      *>            dia estimado pela rede sai marcado, nao e leitura medida;
      *>            dia derivado das horas do logger sai com a origem horaria
                   evaluate ws-origem(ws-ind-temp)
                       when "E"
                           add 1 to ws-qtd-estimados
                           move "ESTIMADO" to ws-rel-origem
                       when "H"
                           move "HORARIO"  to ws-rel-origem
                       when "P"
                           move "INCOMPL"  to ws-rel-origem
                       when other
                           move spaces     to ws-rel-origem
                   end-evaluate
                   move ws-rel-origem to ws-relf-origem

                   if ws-valida(ws-ind-temp) = "S" then
                       compute ws-desvio = ws-temp(ws-ind-temp) - ws-media-temp

                       if ws-fahrenheit-ativo then
                           compute ws-temp-f = (ws-temp(ws-ind-temp) * 9 / 5) + 32

                           move ws-dia-reg(ws-ind-temp) to ws-relf-dia
                           move ws-temp(ws-ind-temp)    to ws-relf-temp-c
                           move ws-temp-f                to ws-relf-temp-f
                           move ws-desvio                to ws-relf-desvio

                           if ws-temp(ws-ind-temp) > ws-media-temp then
                               move "ACIMA"   to ws-relf-flag
                           else
                           if ws-temp(ws-ind-temp) < ws-media-temp then
                               move "ABAIXO"  to ws-relf-flag
                           else
                               move "NA MEDIA" to ws-relf-flag
                           end-if
                           end-if

                           write fd-rel-reg from ws-rel-detalhe-f
                       else
                           move ws-dia-reg(ws-ind-temp) to ws-rel-dia
                           move ws-temp(ws-ind-temp)    to ws-rel-temp
                           move ws-desvio               to ws-rel-desvio

                           if ws-temp(ws-ind-temp) > ws-media-temp then
                               move "ACIMA"   to ws-rel-flag
                           else
                           if ws-temp(ws-ind-temp) < ws-media-temp then
                               move "ABAIXO"  to ws-rel-flag
                           else
                               move "NA MEDIA" to ws-rel-flag
                           end-if
                           end-if

                           write fd-rel-reg from ws-rel-detalhe
                       end-if
                   else
      *>                dia com leitura fora da faixa plausivel: aparece no
      *>                relatorio sinalizado, em vez de simplesmente faltar
                   write fd-rel-reg from ws-rel-media-resumo
               end-if

               if ws-qtd-estimados > 0 then
                   move ws-qtd-estimados to ws-rel-qtd-estimados
                   write fd-rel-reg from ws-rel-estimados-linha
               end-if

               close arqRelatorio
               if ws-fs-arqRelatorio <> 00 then
                   move "erro no fechamento do relatorio" to ws-msn
       gera-relatorio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procura em ordens.txt uma ordem de servico da estacao corrente
      *>  ainda em andamento (A = aberta, V = visita registrada); sem o
      *>  arquivo nenhuma estacao esta em investigacao
      *>------------------------------------------------------------------------
       verifica-ordem-servico section.

           move 0 to ws-ordem-investigacao

           open input arqOrdens
           if ws-fs-arqOrdens <> 00 then
               exit section
           end-if

           perform until ws-fs-arqOrdens <> 00
               read arqOrdens
               if ws-fs-arqOrdens = 00 then
                   if fd-ord-estacao = ws-estacao-corrente
                   and (fd-ord-situacao = "A" or fd-ord-situacao = "V") then
                       move fd-ord-numero to ws-ordem-investigacao
                   end-if
               end-if
           end-perform
           close arqOrdens
           .
       verifica-ordem-servico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Exportação CSV (delimitado por ';' - ',' e o ponto decimal aqui)
      *>------------------------------------------------------------------------
           move 0 to ws-qtd-acima
           move 0 to ws-qtd-abaixo
           move 0 to ws-qtd-igual
           move 0 to ws-qtd-estimados

           perform varying ws-ind-temp from 1 by 1 until ws-ind-temp > ws-qtd-dias
               if ws-origem(ws-ind-temp) = "E" then
                   add 1 to ws-qtd-estimados
               end-if
               if ws-valida(ws-ind-temp) = "S" then

                   if ws-temp(ws-ind-temp) > ws-media-temp then
               display "Dias acima da media...: " ws-qtd-acima
               display "Dias abaixo da media..: " ws-qtd-abaixo
               display "Dias na media.........: " ws-qtd-igual
               display "Dias estimados (rede).: " ws-qtd-estimados
               display "Maior temperatura.....: " ws-temp-maior " (dia " ws-dia-maior ")"
               display "Menor temperatura.....: " ws-temp-menor " (dia " ws-dia-menor ")"
           end-if
               move ws-qtd-igual               to ws-res-qtd-valor
               write fd-resumo-reg from ws-res-linha-qtd

               move "Dias estimados (rede).: " to ws-res-qtd-rotulo
               move ws-qtd-estimados           to ws-res-qtd-valor
               write fd-resumo-reg from ws-res-linha-qtd

               move "Maior temperatura.....: " to ws-res-ext-rotulo
               move ws-temp-maior              to ws-res-ext-valor
               move ws-dia-maior               to ws-res-ext-dia
                   display "      desativada em "
                           ws-est-data-desativacao(ws-ind-est)
               end-if
               if ws-est-tem-latitude(ws-ind-est) = "S" then
                   display "      latitude " ws-est-latitude(ws-ind-est)
               else
                   display "      latitude nao informada"
               end-if
           end-perform
           .
       cadastro-listar-exit.
           accept ws-cad-nome
           display "Altitude (m): "
           accept ws-cad-altitude
           perform cadastro-le-latitude

           accept ws-data-atual from date yyyymmdd

           move "A"             to ws-est-situacao(ws-qtd-estacoes)
           move ws-data-atual   to ws-est-data-ativacao(ws-qtd-estacoes)
           move 0               to ws-est-data-desativacao(ws-qtd-estacoes)
           move ws-cad-latitude to ws-est-latitude(ws-qtd-estacoes)
           if ws-cad-lat-texto = spaces then
               move "N" to ws-est-tem-latitude(ws-qtd-estacoes)
           else
               move "S" to ws-est-tem-latitude(ws-qtd-estacoes)
           end-if

           perform grava-estacoes
           display "Estacao " ws-cad-codigo " incluida."
               end-if
           end-if

           if ws-est-tem-latitude(ws-cad-achada) = "S" then
               display "Latitude atual: " ws-est-latitude(ws-cad-achada)
           else
               display "Latitude atual: nao informada"
           end-if
           perform cadastro-le-latitude
           if ws-cad-lat-texto <> spaces then
               move ws-cad-latitude to ws-est-latitude(ws-cad-achada)
               move "S"             to ws-est-tem-latitude(ws-cad-achada)
           end-if

           perform grava-estacoes
           display "Estacao " ws-cad-codigo " alterada."
           .
       cadastro-alterar-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le a latitude em graus decimais (ex -23,55, sul negativo); branco
      *>  ou valor fora de -90 a 90 deixa ws-cad-lat-texto em branco, e o
      *>  chamador mantem a latitude que ja havia
      *>------------------------------------------------------------------------
       cadastro-le-latitude section.

           move 0 to ws-cad-latitude
           display "Latitude em graus, sul negativo (branco deixa como esta): "
           accept ws-cad-lat-texto
           if ws-cad-lat-texto = spaces then
               exit section
           end-if

           if function test-numval(ws-cad-lat-texto) = 0 then
               compute ws-cad-lat-digitada =
                   function numval(ws-cad-lat-texto)
               if ws-cad-lat-digitada >= -90
               and ws-cad-lat-digitada <= 90 then
                   move ws-cad-lat-digitada to ws-cad-latitude
                   exit section
               end-if
           end-if

           display "Latitude invalida: valor atual mantido."
           move 0      to ws-cad-latitude
           move spaces to ws-cad-lat-texto
           .
       cadastro-le-latitude-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Desativa uma estacao a partir de hoje: ela some das leituras
      *>  novas (a carga recusa) mas permanece na lista para o historico
                 to fd-est-data-ativacao
               move ws-est-data-desativacao(ws-ind-est)
                 to fd-est-data-desativacao
               if ws-est-tem-latitude(ws-ind-est) = "S" then
                   move ws-est-latitude(ws-ind-est) to fd-est-latitude
               else
                   move spaces to fd-est-latitude-x
               end-if
               write fd-estacao-reg
           end-perform

           if ws-gd-ja-arquivado = "S" then
               display "Graus-dia do mes ja acumulados no historico."
           else
               open extend arqHistGD
               if ws-fs-arqHistGD = 35 then
                   close arqHistGD
                   open output arqHistGD
               end-if
               move ws-estacao-corrente to fd-hgd-estacao
               move ws-ano-corrente     to fd-hgd-ano
               move ws-mes-corrente     to fd-hgd-mes
               move ws-gd-total-hdd     to fd-hgd-hdd
               move ws-gd-total-cdd     to fd-hgd-cdd
               write fd-histgd-reg
               close arqHistGD
               move "G" to ws-prd-tipo
               perform grava-carimbo-produto
           end-if
           .
       arquiva-graus-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carimbo de geracao da linha recem-gravada de um produto derivado
      *>  (tipo em ws-prd-tipo) para a estacao/mes/ano correntes
      *>------------------------------------------------------------------------
       grava-carimbo-produto section.

           accept ws-data-atual from date yyyymmdd
           accept ws-hora-atual from time

           perform abre-produtos
           if ws-fs-arqProdutos = 00 then
               move ws-estacao-corrente to fd-prd-estacao
               move ws-ano-corrente     to fd-prd-ano
               move ws-mes-corrente     to fd-prd-mes
               move ws-prd-tipo         to fd-prd-tipo
               perform registra-carimbo
               close arqProdutos
           end-if
           .
       grava-carimbo-produto-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Abre produtos.dat para atualizacao, criando-o no primeiro
      *>  carimbo; falha fica no status (nao aborta)
      *>------------------------------------------------------------------------
       abre-produtos section.

           open i-o arqProdutos
           if ws-fs-arqProdutos = 35 then
               open output arqProdutos
               if ws-fs-arqProdutos = 00 then
                   close arqProdutos
                   open i-o arqProdutos
               end-if
           end-if
           if ws-fs-arqProdutos <> 00 then
               display "erro na abertura dos carimbos dos produtos"
               display "status do arquivo: " ws-fs-arqProdutos
               move 8 to return-code
           end-if
           .
       abre-produtos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava o carimbo (data/hora atuais) da chave ja montada em
      *>  fd-prd-chave; a chave ja registrada e regravada
      *>------------------------------------------------------------------------
       registra-carimbo section.

           move fd-prd-chave to ws-prd-chave-salva
           read arqProdutos key is fd-prd-chave
           if ws-fs-arqProdutos = 00 then
               move "S" to ws-reg-existente
           else
               move "N" to ws-reg-existente
           end-if

           move ws-prd-chave-salva to fd-prd-chave
           move ws-data-atual      to fd-prd-data
           move ws-hora-atual      to fd-prd-hora
           if ws-reg-existente = "S" then
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
       registra-carimbo-exit.
           exit.

      *>------------------------------------------------------------------------

           perform varying ws-ind-temp from 1 by 1
                                   until ws-ind-temp > ws-qtd-dias
      *>        dia estimado pela rede nao tem chuva medida: fica como
      *>        sem leitura na tabela de chuva
               if ws-dia-reg(ws-ind-temp) >= 1
               and ws-dia-reg(ws-ind-temp) <= ws-dias-no-mes
               and ws-origem(ws-ind-temp) <> "E" then
                   move "S" to ws-chv-presente(ws-dia-reg(ws-ind-temp))
                   move ws-precipitacao(ws-ind-temp)
                     to ws-chv-valor(ws-dia-reg(ws-ind-temp))
       relatorio-chuva-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Perfil horario de um dia da estacao corrente: le as horas do dia
      *>  no horario.dat, lista cada hora com temperatura, chuva e umidade
      *>  e aponta a hora da minima e a hora da maxima (a primeira, em caso
      *>  de empate); abaixo do minimo de horas o dia sai incompleto
      *>------------------------------------------------------------------------
       perfil-horario section.

           display "Dia do perfil horario: "
           accept ws-dia-busca

           move ws-mes-corrente to ws-mes-calculo
           move ws-ano-corrente to ws-ano-calculo
           perform calcula-dias-no-mes
           if ws-dia-busca < 1
           or ws-dia-busca > ws-dias-no-mes then
               display "Dia invalido para o mes."
               exit section
           end-if

           open input arqHorario
           if ws-fs-arqHorario = 35 then
               display "Nenhuma observacao horaria carregada."
               exit section
           end-if
           if ws-fs-arqHorario <> 00 then
               move "erro na abertura do arquivo horario" to ws-msn
               display ws-msn
               display "status do arquivo: " ws-fs-arqHorario
               move 8 to return-code
               exit section
           end-if

           perform varying ws-prf-ind from 1 by 1 until ws-prf-ind > 24
               move "N" to ws-prf-presente(ws-prf-ind)
               move 0   to ws-prf-temp(ws-prf-ind)
               move 0   to ws-prf-chuva(ws-prf-ind)
               move 0   to ws-prf-umid(ws-prf-ind)
           end-perform
           move 0   to ws-prf-qtd-horas
           move 0   to ws-prf-ind-min
           move 0   to ws-prf-ind-max
           move 0   to ws-prf-chuva-total
           move "N" to ws-prf-fim

           move ws-estacao-corrente to fd-hor-estacao
           move ws-ano-corrente     to fd-hor-ano
           move ws-mes-corrente     to fd-hor-mes
           move ws-dia-busca        to fd-hor-dia
           move 0                   to fd-hor-hora
           start arqHorario key is not less than fd-hor-chave
           if ws-fs-arqHorario <> 00 then
               move "S" to ws-prf-fim
           end-if

           perform until fim-do-perfil
               read arqHorario next
                   if ws-fs-arqHorario <> 00 then
                       move "S" to ws-prf-fim
                   end-if

               if ws-fs-arqHorario = 00 then
                   if fd-hor-estacao = ws-estacao-corrente
                   and fd-hor-ano = ws-ano-corrente
                   and fd-hor-mes = ws-mes-corrente
                   and fd-hor-dia = ws-dia-busca
                   and fd-hor-hora <= 23 then
                       compute ws-prf-ind = fd-hor-hora + 1
                       move "S"                 to ws-prf-presente(ws-prf-ind)
                       move fd-hor-temp         to ws-prf-temp(ws-prf-ind)
                       move fd-hor-precipitacao to ws-prf-chuva(ws-prf-ind)
                       move fd-hor-umidade      to ws-prf-umid(ws-prf-ind)
                       add 1 to ws-prf-qtd-horas
                       add fd-hor-precipitacao to ws-prf-chuva-total
                       if ws-prf-ind-min = 0
                       or fd-hor-temp < ws-prf-temp(ws-prf-ind-min) then
                           move ws-prf-ind to ws-prf-ind-min
                       end-if
                       if ws-prf-ind-max = 0
                       or fd-hor-temp > ws-prf-temp(ws-prf-ind-max) then
                           move ws-prf-ind to ws-prf-ind-max
                       end-if
                   else
                       move "S" to ws-prf-fim
                   end-if
               end-if
           end-perform

           close arqHorario

           if ws-prf-qtd-horas = 0 then
               display "Dia " ws-dia-busca " sem observacoes horarias."
               exit section
           end-if

           open output arqPerfil
           if ws-fs-arqPerfil <> 00 then
               move "erro na abertura do perfil horario" to ws-msn
               display ws-msn
               display "status do arquivo: " ws-fs-arqPerfil
               move 8 to return-code
               exit section
           end-if

           move ws-estacao-corrente to ws-prf-est
           move ws-dia-busca        to ws-prf-dia-cab
           move ws-mes-corrente     to ws-prf-mes-cab
           move ws-ano-corrente     to ws-prf-ano-cab
           write fd-perfil-reg from ws-prf-cabecalho
           write fd-perfil-reg from ws-prf-colunas

           perform varying ws-prf-ind from 1 by 1 until ws-prf-ind > 24
               if ws-prf-presente(ws-prf-ind) = "S" then
                   compute ws-prf-det-hora = ws-prf-ind - 1
                   move ws-prf-temp(ws-prf-ind)  to ws-prf-det-temp
                   move ws-prf-chuva(ws-prf-ind) to ws-prf-det-chuva
                   move ws-prf-umid(ws-prf-ind)  to ws-prf-det-umid
                   if ws-prf-ind = ws-prf-ind-min then
                       move "MINIMA" to ws-prf-det-extremo
                   else
                   if ws-prf-ind = ws-prf-ind-max then
                       move "MAXIMA" to ws-prf-det-extremo
                   else
                       move spaces   to ws-prf-det-extremo
                   end-if
                   end-if
                   write fd-perfil-reg from ws-prf-detalhe
               end-if
           end-perform

           move "Minima do dia: "            to ws-prf-ext-rotulo
           move ws-prf-temp(ws-prf-ind-min)  to ws-prf-ext-temp
           compute ws-prf-ext-hora = ws-prf-ind-min - 1
           write fd-perfil-reg from ws-prf-extremo-linha
           display "Minima do dia: " ws-prf-temp(ws-prf-ind-min)
                   " as " ws-prf-ext-hora "h"

           move "Maxima do dia: "            to ws-prf-ext-rotulo
           move ws-prf-temp(ws-prf-ind-max)  to ws-prf-ext-temp
           compute ws-prf-ext-hora = ws-prf-ind-max - 1
           write fd-perfil-reg from ws-prf-extremo-linha
           display "Maxima do dia: " ws-prf-temp(ws-prf-ind-max)
                   " as " ws-prf-ext-hora "h"

           move ws-prf-chuva-total to ws-prf-chuva-valor
           write fd-perfil-reg from ws-prf-chuva-linha

           move ws-prf-qtd-horas to ws-prf-horas-qtd
           if ws-prf-qtd-horas < ws-horas-minimas then
               move " - DIA INCOMPLETO" to ws-prf-horas-aviso
           else
               move spaces              to ws-prf-horas-aviso
           end-if
           write fd-perfil-reg from ws-prf-horas-linha
           display "Horas lidas: " ws-prf-qtd-horas " de 24"
                   ws-prf-horas-aviso

           close arqPerfil
           if ws-fs-arqPerfil <> 00 then
               move "erro no fechamento do perfil horario" to ws-msn
               display ws-msn
               display "status do arquivo: " ws-fs-arqPerfil
               move 8 to return-code
           else
               display "Perfil horario gravado em perfil-horario.txt"
           end-if
           .
       perfil-horario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Monta o calendario do mes corrente (com ano bissexto), marca os
      *>  dias que possuem leitura carregada e calcula a cobertura
       reconcilia-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Estima os dias sem leitura do mes corrente pela rede: para cada
      *>  dia faltante, a minima e a maxima das estacoes ativas vizinhas
      *>  com leitura medida sao reduzidas ao nivel do mar (0,0065 C/m,
      *>  como na verificacao cruzada), mediadas e devolvidas a altitude da
      *>  estacao corrente. O dia entra no mestre com a origem E e uma
      *>  linha na auditoria; a leitura real que chegar depois pela carga
      *>  substitui a estimativa
      *>------------------------------------------------------------------------
       estima-dias-rede section.

           if ws-nivel-operador < 2 then
               display "Estimativa de dias exige nivel de manutencao."
               move "PRIVILEGIO NEGADO" to ws-seg-texto
               move "ESTIMATIVA DE DIAS" to ws-seg-funcao
               perform grava-seguranca
               exit section
           end-if

           perform verifica-mes-fechado
           if mes-esta-fechado then
               display "Mes " ws-mes-corrente "/" ws-ano-corrente
                       " fechado: estimativa recusada."
               exit section
           end-if

           if ws-qtd-estacoes < 3 then
               display "Estimativa exige ao menos 2 estacoes vizinhas."
               exit section
           end-if

           move 0 to ws-esti-altitude
           perform varying ws-ind-est from 1 by 1
                                   until ws-ind-est > ws-qtd-estacoes
               if ws-est-codigo(ws-ind-est) = ws-estacao-corrente then
                   move ws-est-altitude(ws-ind-est) to ws-esti-altitude
               end-if
           end-perform

           perform calcula-cobertura
           if ws-qtd-presentes >= ws-dias-no-mes then
               display "Mes " ws-mes-corrente "/" ws-ano-corrente
                       " sem dias faltando: nada a estimar."
               exit section
           end-if

           compute ws-qtd-faltantes = ws-dias-no-mes - ws-qtd-presentes
           display "Dias sem leitura no mes: " ws-qtd-faltantes
           display "Estimar pela rede os dias sem leitura? (S/N): "
           accept ws-esti-confirma
           if ws-esti-confirma <> "S"
           and ws-esti-confirma <> "s" then
               display "Estimativa cancelada."
               exit section
           end-if

      *>    mesma protecao da correcao: nova geracao de copia antes de
      *>    acrescentar qualquer registro ao mestre
           perform gera-backup
           perform abre-mestre
           perform marca-regravacao-andamento

           accept ws-data-atual from date yyyymmdd.
           accept ws-hora-atual from time.

           move 0 to ws-esti-qtd-gravados
           move 0 to ws-esti-qtd-sem-rede

           perform varying ws-dia from 1 by 1 until ws-dia > ws-dias-no-mes
               if ws-dia-presente(ws-dia) = "N" then
                   perform estima-um-dia
               end-if
           end-perform

           close arqMestre
           if ws-fs-arqMestre <> 00 then
               move ws-fs-arqMestre to ws-fs-ultimo
               move "erro no fechar do mestre de leituras"   to ws-msn
               perform grava-erro
               perform finaliza
           end-if
           perform marca-regravacao-concluida

           display "Dias estimados pela rede......: " ws-esti-qtd-gravados
           display "Dias sem vizinhas suficientes.: " ws-esti-qtd-sem-rede

           if ws-esti-qtd-gravados > 0 then
               move "ESTIMATIVA" to ws-alt-origem
               perform grava-alteracao-mestre
               perform carrega-mes
               perform calc-media-temp
           end-if
           .
       estima-dias-rede-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Estima um dia (ws-dia) da estacao corrente com o mestre aberto:
      *>  so entram vizinhas ativas com leitura medida e plausivel no dia
      *>------------------------------------------------------------------------
       estima-um-dia section.

           move 0 to ws-esti-viz-qtd
           move 0 to ws-esti-soma-min
           move 0 to ws-esti-soma-max

           perform varying ws-ind-est from 1 by 1
                                   until ws-ind-est > ws-qtd-estacoes
               if ws-est-codigo(ws-ind-est) <> ws-estacao-corrente
               and ws-est-situacao(ws-ind-est) = "A" then
                   move ws-est-codigo(ws-ind-est) to fd-mst-estacao
                   move ws-ano-corrente           to fd-mst-ano
                   move ws-mes-corrente           to fd-mst-mes
                   move ws-dia                    to fd-mst-dia
                   read arqMestre key is fd-mst-chave
                   if ws-fs-arqMestre = 00
                   and fd-mst-origem <> "E" then
                       if fd-mst-temp-min >= ws-temp-min
                       and fd-mst-temp-min <= ws-temp-max
                       and fd-mst-temp-max >= ws-temp-min
                       and fd-mst-temp-max <= ws-temp-max
                       and fd-mst-temp-min <= fd-mst-temp-max then
                           add 1 to ws-esti-viz-qtd
                           compute ws-esti-soma-min = ws-esti-soma-min
                               + fd-mst-temp-min
                               + (ws-est-altitude(ws-ind-est) * 0,0065)
                           compute ws-esti-soma-max = ws-esti-soma-max
                               + fd-mst-temp-max
                               + (ws-est-altitude(ws-ind-est) * 0,0065)
                       end-if
                   end-if
               end-if
           end-perform

           if ws-esti-viz-qtd < 2 then
               add 1 to ws-esti-qtd-sem-rede
               exit section
           end-if

           compute ws-esti-calc-min rounded =
               (ws-esti-soma-min / ws-esti-viz-qtd)
               - (ws-esti-altitude * 0,0065)
           compute ws-esti-calc-max rounded =
               (ws-esti-soma-max / ws-esti-viz-qtd)
               - (ws-esti-altitude * 0,0065)

           if ws-esti-calc-min < ws-temp-min
           or ws-esti-calc-min > ws-temp-max
           or ws-esti-calc-max < ws-temp-min
           or ws-esti-calc-max > ws-temp-max
           or ws-esti-calc-min > ws-esti-calc-max then
               add 1 to ws-esti-qtd-sem-rede
               exit section
           end-if
           move ws-esti-calc-min to ws-esti-min
           move ws-esti-calc-max to ws-esti-max

           move ws-estacao-corrente to fd-mst-estacao
           move ws-ano-corrente     to fd-mst-ano
           move ws-mes-corrente     to fd-mst-mes
           move ws-dia              to fd-mst-dia
           move ws-esti-min         to fd-mst-temp-min
           move ws-esti-max         to fd-mst-temp-max
      *>    chuva e umidade nao se estimam: o dia fica sem medida delas
           move 0                   to fd-mst-precipitacao
           move 0                   to fd-mst-umidade
           move "E"                 to fd-mst-origem
           write fd-mestre-reg
           if ws-fs-arqMestre <> 00 then
               display "Dia " ws-dia " nao gravado, status do arquivo: "
                       ws-fs-arqMestre
               add 1 to ws-esti-qtd-sem-rede
               exit section
           end-if

           add 1 to ws-esti-qtd-gravados

           open extend arqAuditoria.
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
               move ws-estacao-corrente to ws-esti-aud-estacao
               move ws-dia              to ws-esti-aud-dia
               move ws-mes-corrente     to ws-esti-aud-mes
               move ws-ano-corrente     to ws-esti-aud-ano
               move ws-esti-min         to ws-esti-aud-min
               move ws-esti-max         to ws-esti-aud-max
               move ws-esti-viz-qtd     to ws-esti-aud-viz
               move ws-data-atual       to ws-esti-aud-data
               move ws-hora-atual       to ws-esti-aud-hora
               move ws-operador         to ws-esti-aud-operador
               write fd-auditoria-reg from ws-esti-aud-linha
               close arqAuditoria
           end-if
           .
       estima-um-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Arquiva a media do mes no historico e monta o relatorio de tendencia
      *>------------------------------------------------------------------------
               move ws-media-temp   to fd-hist-media
               write fd-historico-reg
               close arqHistorico
               move "M" to ws-prd-tipo
               perform grava-carimbo-produto
           end-if
           end-if

       grava-fechamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Totais de controle do mes que acabou de ser fechado, somados
      *>  direto do mestre (quantidade, minimas, maximas e chuva) e
      *>  acrescentados ao livro controle-fechamento.txt
      *>------------------------------------------------------------------------
       grava-controle-fechamento section.

           move 0   to ws-ctf-qtd
           move 0   to ws-ctf-soma-min
           move 0   to ws-ctf-soma-max
           move 0   to ws-ctf-soma-chuva
           move "N" to ws-fim-mes

           perform abre-mestre

           move ws-estacao-corrente to fd-mst-estacao
           move ws-ano-corrente     to fd-mst-ano
           move ws-mes-corrente     to fd-mst-mes
           move 01                  to fd-mst-dia

           start arqMestre key is not less than fd-mst-chave
           if ws-fs-arqMestre <> 00 then
               move "S" to ws-fim-mes
           end-if

           perform until fim-do-mes
               read arqMestre next
                   if ws-fs-arqMestre <> 00 then
                       move "S" to ws-fim-mes
                   end-if

               if ws-fs-arqMestre = 00 then
                   if fd-mst-estacao = ws-estacao-corrente
                   and fd-mst-ano = ws-ano-corrente
                   and fd-mst-mes = ws-mes-corrente then
                       add 1                   to ws-ctf-qtd
                       add fd-mst-temp-min     to ws-ctf-soma-min
                       add fd-mst-temp-max     to ws-ctf-soma-max
                       add fd-mst-precipitacao to ws-ctf-soma-chuva
                   else
                       move "S" to ws-fim-mes
                   end-if
               end-if
           end-perform

           close arqMestre

           open extend arqCtlFechamento
           if ws-fs-arqCtlFechamento = 35 then
               close arqCtlFechamento
               open output arqCtlFechamento
           end-if
           if ws-fs-arqCtlFechamento <> 00 then
               move ws-fs-arqCtlFechamento to ws-fs-ultimo
               move "erro na gravacao do controle do mes" to ws-msn
               perform grava-erro
               perform finaliza
           end-if

           move ws-estacao-corrente to fd-ctf-estacao
           move ws-ano-corrente     to fd-ctf-ano
           move ws-mes-corrente     to fd-ctf-mes
           move ws-ctf-qtd          to fd-ctf-qtd
           move ws-ctf-soma-min     to fd-ctf-soma-min
           move ws-ctf-soma-max     to fd-ctf-soma-max
           move ws-ctf-soma-chuva   to fd-ctf-soma-chuva
           move ws-data-atual       to fd-ctf-data
           move ws-operador         to fd-ctf-operador
           write fd-ctl-fechamento-reg

           close arqCtlFechamento

           display "Totais de controle gravados: " ws-ctf-qtd
                   " registro(s) no mes."
           .
       grava-controle-fechamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Fecha o mes corrente: so com a cobertura minima atingida; a
      *>  partir dai a manutencao e a carga recusam alteracoes no mes

           move "F" to fd-fch-situacao
           perform grava-fechamento
           perform grava-controle-fechamento
           display "Mes fechado: correcoes e cargas passam a ser"
                   " recusadas."
           .
       fecha-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conferencia de fechamento sem operador (comando batch F): nao
      *>  fecha nada, so informa se o mes ja esta fechado ou se tem a
      *>  cobertura minima para o fechamento; sem cobertura, return-code 4
      *>------------------------------------------------------------------------
       confere-fechamento-batch section.

           perform verifica-mes-fechado
           if mes-esta-fechado then
               display "Mes " ws-mes-corrente "/" ws-ano-corrente
                       " da estacao " ws-estacao-corrente " ja fechado."
               exit section
           end-if

           perform calcula-cobertura
           if ws-cobertura < ws-cobertura-minima then
               display "Cobertura do mes: " ws-cobertura
                       "% (minimo " ws-cobertura-minima "%)."
               display "Mes ainda sem cobertura para o fechamento."
               move 4 to return-code
           else
               display "Cobertura do mes: " ws-cobertura
                       "% - mes pronto para o fechamento."
           end-if
           .
       confere-fechamento-batch-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Reabre um mes fechado (acao de supervisor); a reabertura fica
      *>  registrada no diario de auditoria com data/hora e operador
                   move 0 to ws-nrm-soma-min(ws-ind-nrm-est ws-ind-nrm-mes)
                   move 0 to ws-nrm-soma-max(ws-ind-nrm-est ws-ind-nrm-mes)
                   move 0 to ws-nrm-qtd(ws-ind-nrm-est ws-ind-nrm-mes)
                   move 0 to ws-nrm-qtd-est(ws-ind-nrm-est ws-ind-nrm-mes)
               end-perform
           end-perform

               exit section
           end-if

      *>    cada normal gravada deixa o carimbo da geracao em produtos.dat
           accept ws-data-atual from date yyyymmdd
           accept ws-hora-atual from time
           perform abre-produtos
           if ws-fs-arqProdutos = 00 then
               move "S" to ws-prd-aberto
           else
               move "N" to ws-prd-aberto
           end-if

           move 0 to ws-nrm-qtd-linhas
           perform varying ws-ind-nrm-est from 1 by 1
                                   until ws-ind-nrm-est > ws-qtd-estacoes
                           / ws-nrm-qtd(ws-ind-nrm-est ws-ind-nrm-mes)
                       move ws-nrm-qtd(ws-ind-nrm-est ws-ind-nrm-mes)
                         to fd-nrm-qtd-dias
                       move ws-nrm-qtd-est(ws-ind-nrm-est ws-ind-nrm-mes)
                         to fd-nrm-qtd-estimados
                       write fd-normais-reg
                       add 1 to ws-nrm-qtd-linhas
                       if ws-prd-aberto = "S" then
                           move fd-nrm-estacao to fd-prd-estacao
                           move 0              to fd-prd-ano
                           move fd-nrm-mes     to fd-prd-mes
                           move "N"            to fd-prd-tipo
                           perform registra-carimbo
                       end-if
                   end-if
               end-perform
           end-perform

           if ws-prd-aberto = "S" then
               close arqProdutos
           end-if

           close arqNormais
           if ws-fs-arqNormais <> 00 then
               move "erro no fechamento das normais" to ws-msn

      *>------------------------------------------------------------------------
      *>  Acumula o registro corrente do mestre nas somas das normais
      *>  (somente estacoes cadastradas e leituras medidas na faixa
      *>  plausivel)
      *>------------------------------------------------------------------------
       acumula-normal-registro section.

               exit section
           end-if

      *>    normal se faz so com leitura medida: o dia estimado pela rede
      *>    fica contado a parte, fora das somas
           if fd-mst-origem = "E" then
               move fd-mst-mes to ws-ind-nrm-mes
               add 1 to ws-nrm-qtd-est(ws-ind-nrm-est ws-ind-nrm-mes)
               exit section
           end-if

           if fd-mst-temp-min >= ws-temp-min
           and fd-mst-temp-min <= ws-temp-max
           and fd-mst-temp-max >= ws-temp-min
               move ws-mes-corrente           to fd-mst-mes
               move ws-dia                    to fd-mst-dia
               read arqMestre key is fd-mst-chave
      *>            dia estimado nao entra: a rede so confere leitura medida
               if ws-fs-arqMestre = 00
               and fd-mst-origem <> "E" then
                   if fd-mst-temp-min >= ws-temp-min
                   and fd-mst-temp-min <= ws-temp-max
                   and fd-mst-temp-max >= ws-temp-min
               move 0   to ws-anu-cobertura(ws-ind-anu)
               move "N" to ws-anu-hist-achado(ws-ind-anu)
               move 0   to ws-anu-hist-media(ws-ind-anu)
               move 0   to ws-anu-estimados(ws-ind-anu)
           end-perform
           move "N" to ws-anu-tem-dados
           move 0   to ws-anu-min-dia
           move 0   to ws-anu-max-dia
           move 0   to ws-anu-max-mes
           move 0   to ws-anu-geadas-ano
           move 0   to ws-anu-estimados-ano
           move 0   to ws-anu-qtd-batem
           move 0   to ws-anu-qtd-diferem
           move 0   to ws-anu-qtd-sem-hist
           perform varying ws-ind-anu from 1 by 1 until ws-ind-anu > 12
               move ws-ind-anu                  to ws-anu-det-mes
               move ws-anu-qtd(ws-ind-anu)      to ws-anu-det-qtd
               move ws-anu-estimados(ws-ind-anu) to ws-anu-det-est
               move ws-anu-media(ws-ind-anu)    to ws-anu-det-media
               move ws-anu-minima(ws-ind-anu)   to ws-anu-det-min
               move ws-anu-maxima(ws-ind-anu)   to ws-anu-det-max
           move ws-anu-geadas-ano to ws-anu-geadas-valor
           write fd-anuario-reg from ws-anu-geadas-linha

           move ws-anu-estimados-ano to ws-anu-estimados-valor
           write fd-anuario-reg from ws-anu-estimados-linha

           write fd-anuario-reg from ws-anu-rank-titulo
           perform varying ws-ind-rank from 1 by 1
                                   until ws-ind-rank > ws-qtd-rank

           add 1 to ws-anu-presentes(ws-ind-anu)

      *>    dia estimado pela rede entra na media, mas e contado a parte
           if fd-mst-origem = "E" then
               add 1 to ws-anu-estimados(ws-ind-anu)
               add 1 to ws-anu-estimados-ano
           end-if

           if fd-mst-temp-min >= ws-temp-min
           and fd-mst-temp-min <= ws-temp-max
           and fd-mst-temp-max >= ws-temp-min
