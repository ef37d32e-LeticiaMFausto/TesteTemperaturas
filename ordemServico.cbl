      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "ordemServico".
       author. "Leticia Fausto".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Historico de alteracoes
      *> 15/10/2026 - ordens de servico de campo (ordens.txt): abertura a
      *>              partir de uma estacao listada em suspeitos.txt,
      *>              registro da visita do tecnico com a correcao de
      *>              calibracao encontrada e o periodo da deriva do
      *>              sensor, fechamento da ordem e aplicacao da correcao
      *>              ao mestre de leituras como um lote unico aprovado
      *>              pelo supervisor (respeita o fechamento de mes, corta
      *>              copia de seguranca e anota cada dia alterado no
      *>              diario de auditoria)
      *> 15/10/2026 - aplicacao da correcao anota cada estacao/mes
      *>              alterado em alteracoes-mestre.dat (origem
      *>              ORDEM-SERV), para a conferencia dos produtos
      *>              derivados
      *> 15/10/2026 - aplicacao da correcao confere os recordes historicos
      *>              (recordes.dat) dos dias corrigidos: o dia que nao
      *>              detinha marca so e comparado; o que detinha tem o
      *>              recorde do dia e do mes refeito pelos arquivos
      *>              anuais e pelo mestre. As mudancas saem na tela
      *> 15/10/2026 - dias corrigidos anotados por ordem em ordens-dias.txt:
      *>              a previa e a aplicacao pulam o dia ja corrigido pela
      *>              mesma ordem; com falha de regravacao a ordem nao e
      *>              dada como aplicada e pode ser aplicada de novo



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

      *>   Ordens de servico de campo, regravado inteiro a cada alteracao
           select arqOrdens assign to "ordens.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqOrdens.

      *>   Leituras suspeitas da verificacao cruzada da rede (testeTemp)
           select arqSuspeitos assign to "suspeitos.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqSuspeitos.

      *>   Cadastro de operadores (codigo, nome, senha e nivel de acesso)
           select arqOperadores assign to "operadores.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqOperadores.

      *>   Controle de fechamento dos meses (a ultima linha da chave
      *>   prevalece: F = fechado, A = reaberto)
           select arqFechamento assign to "fechamento.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqFechamento.

      *>   Diario de auditoria (uma linha por dia corrigido)
           select arqAuditoria assign to "auditoria.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqAuditoria.

      *>   Dias ja corrigidos por cada ordem (retomada de uma aplicacao
      *>   que nao regravou todos os dias)
           select arqDiasOrdem assign to "ordens-dias.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqDiasOrdem.

      *>   Copias de seguranca do mestre: tres geracoes em despejo
      *>   sequencial, a bk1 sempre a mais recente
           select arqBackup1 assign to "mestre-bk1.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqBackup1.

           select arqBackup2 assign to "mestre-bk2.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqBackup2.

           select arqBackup3 assign to "mestre-bk3.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqBackup3.

      *>   Marcador de regravacao: EM-ANDAMENTO enquanto uma correcao
      *>   esta sendo aplicada ao mestre, CONCLUIDO depois dela
           select arqRegrava assign to "regrava.flg"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqRegrava.

      *>   Ultima alteracao dos dias de cada estacao/mes do mestre, com
      *>   data/hora (conferencia dos produtos derivados)
           select arqAlteracoes assign to "alteracoes-mestre.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-alt-chave
           lock mode is automatic
           file status is ws-fs-arqAlteracoes.

      *>   Recordes historicos por estacao (construidos pelo recordesTemp)
           select arqRecordes assign to "recordes.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-rec-chave
           lock mode is automatic
           file status is ws-fs-arqRecordes.

      *>   Arquivo anual de retencao (arquivo-AAAA.txt), lido so para
      *>   refazer um recorde que um dia corrigido detinha
           select arqAnual assign to ws-arq-anual-nome
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqAnual.

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

       fd arqOrdens.

       01 fd-ordem-reg.
          05 fd-ord-numero                               pic 9(05).
          05 fd-ord-estacao                              pic x(03).
      *>        A = aberta, V = visita registrada, F = fechada
          05 fd-ord-situacao                             pic x(01).
          05 fd-ord-abertura-data                        pic 9(08).
          05 fd-ord-abertura-operador                    pic x(08).
      *>        mes da verificacao da rede e quantas leituras suspeitas a
      *>        estacao tinha nele
          05 fd-ord-susp-ano                             pic 9(04).
          05 fd-ord-susp-mes                             pic 9(02).
          05 fd-ord-susp-qtd                             pic 9(03).
          05 fd-ord-visita-data                          pic 9(08).
          05 fd-ord-tecnico                              pic x(20).
      *>        correcao de calibracao somada a minima e a maxima de cada
      *>        dia do periodo da deriva (inicio a fim)
          05 fd-ord-ajuste                               pic s9(02)v99
                                   sign is trailing separate character.
          05 fd-ord-inicio                               pic 9(08).
          05 fd-ord-fim                                  pic 9(08).
          05 fd-ord-observacao                           pic x(40).
          05 fd-ord-fechamento-data                      pic 9(08).
          05 fd-ord-fechamento-operador                  pic x(08).
      *>        aplicacao ao mestre (data zero = ainda nao aplicada)
          05 fd-ord-aplicacao-data                       pic 9(08).
          05 fd-ord-aplicacao-operador                   pic x(08).
          05 fd-ord-aplicacao-qtd                        pic 9(04).

       fd arqSuspeitos.

       01 fd-suspeito-reg                           pic x(78).

       fd arqOperadores.

       01 fd-operador-reg.
          05 fd-opr-codigo                               pic x(08).
          05 fd-opr-nome                                 pic x(20).
          05 fd-opr-senha                                pic x(08).
          05 fd-opr-nivel                                pic 9(01).

       fd arqFechamento.

       01 fd-fechamento-reg.
          05 fd-fch-estacao                              pic x(03).
          05 fd-fch-ano                                  pic 9(04).
          05 fd-fch-mes                                  pic 9(02).
          05 fd-fch-situacao                             pic x(01).
          05 fd-fch-data                                 pic 9(08).
          05 fd-fch-operador                             pic x(08).

       fd arqAuditoria.

       01 fd-auditoria-reg                          pic x(80).

       fd arqDiasOrdem.

       01 fd-dias-ordem-reg.
          05 fd-dor-numero                          pic 9(05).
          05 fd-dor-estacao                         pic x(03).
          05 fd-dor-data                            pic 9(08).

       fd arqBackup1.

       01 fd-backup1-reg                            pic x(27).

       fd arqBackup2.

       01 fd-backup2-reg                            pic x(27).

       fd arqBackup3.

       01 fd-backup3-reg                            pic x(27).

       fd arqRegrava.

       01 fd-regrava-reg                            pic x(12).

       fd arqAlteracoes.

       01 fd-alteracao-reg.
          05 fd-alt-chave.
             10 fd-alt-estacao                     pic x(03).
             10 fd-alt-ano                         pic 9(04).
             10 fd-alt-mes                         pic 9(02).
          05 fd-alt-data                           pic 9(08).
          05 fd-alt-hora                           pic 9(08).
          05 fd-alt-origem                         pic x(12).

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

       fd arqErro.

       01 fd-erro-reg                                pic x(61).


      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqMestre                         pic 9(02).
       77  ws-fs-arqOrdens                         pic 9(02).
       77  ws-fs-arqSuspeitos                      pic 9(02).
       77  ws-fs-arqOperadores                     pic 9(02).
       77  ws-fs-arqFechamento                     pic 9(02).
       77  ws-fs-arqAuditoria                      pic 9(02).
       77  ws-fs-arqDiasOrdem                      pic 9(02).
       77  ws-fs-arqBackup1                        pic 9(02).
       77  ws-fs-arqBackup2                        pic 9(02).
       77  ws-fs-arqBackup3                        pic 9(02).
       77  ws-fs-arqRegrava                        pic 9(02).
       77  ws-fs-arqAlteracoes                     pic 9(02).
       77  ws-fs-arqRecordes                       pic 9(02).
       77  ws-fs-arqAnual                          pic 9(02).
       77  ws-fs-arqErro                           pic 9(02).
       77  ws-fs-ultimo                            pic 9(02) value 0.

      *>----Opcao do operador
       77 ws-opcao                                  pic x(01) value space.
       77 ws-confirma                               pic x(01) value "N".

      *>----Cadastro de operadores e controle de acesso: nivel 1 consulta,
      *>    nivel 2 manutencao e nivel 3 supervisor; sem operadores.txt o
      *>    programa segue com identificacao livre e nivel 3
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

      *>----Ordens de servico carregadas de ordens.txt
       01 ws-ordens occurs 500.
          05 ws-ord-numero                         pic 9(05).
          05 ws-ord-estacao                        pic x(03).
          05 ws-ord-situacao                       pic x(01).
          05 ws-ord-abertura-data                   pic 9(08).
          05 ws-ord-abertura-operador               pic x(08).
          05 ws-ord-susp-ano                        pic 9(04).
          05 ws-ord-susp-mes                        pic 9(02).
          05 ws-ord-susp-qtd                        pic 9(03).
          05 ws-ord-visita-data                     pic 9(08).
          05 ws-ord-tecnico                         pic x(20).
          05 ws-ord-ajuste                          pic s9(02)v99.
          05 ws-ord-inicio                          pic 9(08).
          05 ws-ord-fim                             pic 9(08).
          05 ws-ord-observacao                      pic x(40).
          05 ws-ord-fechamento-data                 pic 9(08).
          05 ws-ord-fechamento-operador             pic x(08).
          05 ws-ord-aplicacao-data                  pic 9(08).
          05 ws-ord-aplicacao-operador              pic x(08).
          05 ws-ord-aplicacao-qtd                   pic 9(04).
       77 ws-qtd-ordens                             pic 9(03) value 0.
       77 ws-max-ordens                             pic 9(03) value 500.
       77 ws-ind-ord                                pic 9(03).
       77 ws-ord-achada                             pic 9(03) value 0.
       77 ws-ultimo-numero                          pic 9(05) value 0.

      *>----Dados digitados nas opcoes
       77 ws-numero-digitado                        pic 9(05).
       77 ws-estacao-digitada                       pic x(03).
       77 ws-tecnico-digitado                       pic x(20).
       77 ws-observacao-digitada                    pic x(40).
       77 ws-ajuste-digitado                        pic s9(02)v99.
      *>    maior correcao de calibracao aceita (em modulo)
       77 ws-ajuste-limite                          pic 9(02)v99 value 10,00.
       77 ws-visita-digitada                        pic 9(08).
       77 ws-inicio-digitado                        pic 9(08).
       77 ws-fim-digitado                           pic 9(08).

      *>----Leitura de suspeitos.txt: cabecalho (mes/ano da verificacao) e
      *>    linhas de detalhe (dia, "  | ", estacao)
       01 ws-susp-lida.
          05 ws-spl-dia                                 pic x(02).
          05 ws-spl-separador                           pic x(04).
          05 ws-spl-estacao                             pic x(03).
          05 filler                                 pic x(69).
       01 ws-susp-cab-lido redefines ws-susp-lida.
          05 ws-spc-titulo                              pic x(30).
          05 ws-spc-mes                                 pic 9(02).
          05 filler                                 pic x(01).
          05 ws-spc-ano                                 pic 9(04).
          05 filler                                 pic x(41).
       77 ws-susp-ano                               pic 9(04) value 0.
       77 ws-susp-mes                               pic 9(02) value 0.
       77 ws-susp-qtd                               pic 9(03) value 0.

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

      *>----Meses do periodo da correcao com a ultima situacao de
      *>    fechamento da estacao (AAAAMM)
       01 ws-meses-periodo occurs 240.
          05 ws-mpr-anomes                          pic 9(06).
          05 ws-mpr-situacao                        pic x(01).
       77 ws-qtd-meses-periodo                      pic 9(03) value 0.
       77 ws-ind-mpr                                pic 9(03).
       77 ws-mpr-achado                             pic 9(03).
       77 ws-anomes-inicio                          pic 9(06).
       77 ws-anomes-fim                             pic 9(06).
       77 ws-anomes-fch                             pic 9(06).
       77 ws-qtd-meses-fechados                     pic 9(03) value 0.

      *>----Aplicacao da correcao ao mestre
       77 ws-modo-correcao                          pic x(01) value "P".
          88 correcao-previa                        value "P".
          88 correcao-aplicada                      value "A".
       77 ws-data-mestre                            pic 9(08).
       77 ws-nova-min                               pic s9(03)v99.
       77 ws-nova-max                               pic s9(03)v99.
       77 ws-antiga-min                             pic s9(02)v99.
       77 ws-antiga-max                             pic s9(02)v99.
       77 ws-qtd-a-corrigir                         pic 9(04) value 0.
       77 ws-qtd-corrigidos                         pic 9(04) value 0.
       77 ws-qtd-estimados                          pic 9(04) value 0.
       77 ws-qtd-fora-faixa                         pic 9(04) value 0.
       77 ws-qtd-erros-mestre                       pic 9(04) value 0.
       77 ws-qtd-ja-corrigidos                      pic 9(04) value 0.

      *>----Dias ja corrigidos pela ordem em aplicacao (ordens-dias.txt)
       01 ws-dias-ordem occurs 7500.
          05 ws-dor-data                            pic 9(08).
       77 ws-qtd-dias-ordem                         pic 9(04) value 0.
       77 ws-max-dias-ordem                         pic 9(04) value 7500.
       77 ws-ind-dor                                pic 9(04).
       77 ws-dor-achado                             pic x(01) value "N".
          88 dia-ja-corrigido                       value "S".
       77 ws-fim-mestre                             pic x(01) value "N".
          88 fim-do-mestre                          value "S".

      *>----Faixa plausivel de temperatura
       77 ws-temp-min                               pic s9(02)v99 value -50,00.
       77 ws-temp-max                               pic s9(02)v99 value 60,00.

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

      *>----Linha de seguranca no diario de auditoria (acesso negado ou
      *>    privilegio recusado)
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

      *>----Linha do diario de auditoria (mesmo leiaute do testeTemp, uma
      *>    por dia corrigido)
       01 ws-aud-detalhe.
          05 ws-aud-estacao                             pic x(03).
          05 filler                                 pic x(01) value " ".
          05 ws-aud-dia                                 pic 9(02).
          05 filler                                 pic x(01) value "/".
          05 ws-aud-mes                                 pic 9(02).
          05 filler                                 pic x(01) value "/".
          05 ws-aud-ano                                 pic 9(04).
          05 filler                                 pic x(04) value " de ".
          05 ws-aud-antiga-min                          pic s9(02)v99
                                   sign is trailing separate character.
          05 filler                                 pic x(01) value "/".
          05 ws-aud-antiga-max                          pic s9(02)v99
                                   sign is trailing separate character.
          05 filler                                 pic x(06) value " para ".
          05 ws-aud-nova-min                            pic s9(02)v99
                                   sign is trailing separate character.
          05 filler                                 pic x(01) value "/".
          05 ws-aud-nova-max                            pic s9(02)v99
                                   sign is trailing separate character.
          05 filler                                 pic x(04) value " em ".
          05 ws-aud-data                                pic 9(08).
          05 filler                                 pic x(01) value " ".
          05 ws-aud-hora                                pic 9(08).
          05 filler                                 pic x(05) value " por ".
          05 ws-aud-operador                            pic x(08).

      *>----Ultimo ano/mes anotado em alteracoes-mestre.dat na aplicacao
      *>    (os dias vem na ordem da chave, um registro por mes)
       77 ws-alt-ultimo-anomes                      pic 9(06) value 0.
       77 ws-alt-anomes                             pic 9(06) value 0.
       77 ws-alt-existente                          pic x(01).
       01 ws-alt-chave-salva                        pic x(09).

      *>----Dias corrigidos na aplicacao, conferidos nos recordes depois
      *>    da regravacao (dia alem da tabela fica sem conferencia)
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
       77 ws-rcd-qtd-refeitos                       pic 9(04) value 0.

      *>----Recordes dos dias corrigidos: dia candidato e dia alvo (guardado
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

      *>----Linhas da listagem das ordens na tela
       01 ws-lst-cabecalho                          pic x(78)
           value "ORDEM EST S ABERTA   VISITA   AJUSTE INICIO   FIM      APLICADA QTD".
       01 ws-lst-detalhe.
          05 ws-lst-numero                              pic 9(05).
          05 filler                                 pic x(01) value " ".
          05 ws-lst-estacao                             pic x(03).
          05 filler                                 pic x(01) value " ".
          05 ws-lst-situacao                            pic x(01).
          05 filler                                 pic x(01) value " ".
          05 ws-lst-abertura                            pic 9(08).
          05 filler                                 pic x(01) value " ".
          05 ws-lst-visita                              pic 9(08).
          05 filler                                 pic x(01) value " ".
          05 ws-lst-ajuste                              pic s9(02)v99
                                   sign is trailing separate character.
          05 filler                                 pic x(02) value spaces.
          05 ws-lst-inicio                              pic 9(08).
          05 filler                                 pic x(01) value " ".
          05 ws-lst-fim                                 pic 9(08).
          05 filler                                 pic x(01) value " ".
          05 ws-lst-aplicacao                           pic 9(08).
          05 filler                                 pic x(01) value " ".
          05 ws-lst-qtd                                 pic 9(04).


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
           perform carrega-ordens
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal: menu das ordens de servico ate o 'S'air
      *>------------------------------------------------------------------------
       processamento section.

           perform until ws-opcao = "S"
                      or ws-opcao = "s"
               display " "
               display "ordemServico - ordens de servico de campo"
               display "'A'brir ordem para uma estacao suspeita"
               display "'V'isita - registrar visita e correcao de calibracao"
               display "'F'echar ordem com visita registrada"
               display "'C'orrigir o mestre com a correcao de uma ordem fechada"
               display "'L'istar as ordens"
               display "'S'air"
               accept ws-opcao

               evaluate ws-opcao
                   when "A" when "a"
                       perform abre-ordem
                   when "V" when "v"
                       perform registra-visita
                   when "F" when "f"
                       perform fecha-ordem
                   when "C" when "c"
                       perform aplica-correcao
                   when "L" when "l"
                       perform lista-ordens
                   when "S" when "s"
                       continue
                   when other
                       display "Opcao invalida."
               end-evaluate
           end-perform
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Identificacao do operador pelo cadastro de operadores.txt (codigo,
      *>  senha e nivel de acesso); tres tentativas e a execucao e abortada,
      *>  com cada acesso negado anotado na auditoria. Sem o cadastro o
      *>  programa segue com identificacao livre e nivel de supervisor
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
      *>  Carrega as ordens de ordens.txt (ainda inexistente = nenhuma
      *>  ordem). O arquivo e regravado inteiro a partir da tabela, entao
      *>  uma tabela cheia aborta em vez de perder ordens na regravacao
      *>------------------------------------------------------------------------
       carrega-ordens section.

           move 0 to ws-qtd-ordens
           move 0 to ws-ultimo-numero

           open input arqOrdens
           if ws-fs-arqOrdens = 35 then
               exit section
           end-if
           if ws-fs-arqOrdens <> 00 then
               move ws-fs-arqOrdens to ws-fs-ultimo
               move "erro na abertura das ordens de servico" to ws-msn
               perform grava-erro
               perform finaliza
           end-if

           perform until ws-fs-arqOrdens <> 00
               read arqOrdens
               if ws-fs-arqOrdens = 00 then
                   if ws-qtd-ordens >= ws-max-ordens then
                       close arqOrdens
                       move 0 to ws-fs-ultimo
                       move "tabela de ordens de servico cheia" to ws-msn
                       perform grava-erro
                       perform finaliza
                   end-if
                   add 1 to ws-qtd-ordens
                   move fd-ord-numero     to ws-ord-numero(ws-qtd-ordens)
                   move fd-ord-estacao    to ws-ord-estacao(ws-qtd-ordens)
                   move fd-ord-situacao   to ws-ord-situacao(ws-qtd-ordens)
                   move fd-ord-abertura-data
                     to ws-ord-abertura-data(ws-qtd-ordens)
                   move fd-ord-abertura-operador
                     to ws-ord-abertura-operador(ws-qtd-ordens)
                   move fd-ord-susp-ano   to ws-ord-susp-ano(ws-qtd-ordens)
                   move fd-ord-susp-mes   to ws-ord-susp-mes(ws-qtd-ordens)
                   move fd-ord-susp-qtd   to ws-ord-susp-qtd(ws-qtd-ordens)
                   move fd-ord-visita-data
                     to ws-ord-visita-data(ws-qtd-ordens)
                   move fd-ord-tecnico    to ws-ord-tecnico(ws-qtd-ordens)
                   move fd-ord-ajuste     to ws-ord-ajuste(ws-qtd-ordens)
                   move fd-ord-inicio     to ws-ord-inicio(ws-qtd-ordens)
                   move fd-ord-fim        to ws-ord-fim(ws-qtd-ordens)
                   move fd-ord-observacao
                     to ws-ord-observacao(ws-qtd-ordens)
                   move fd-ord-fechamento-data
                     to ws-ord-fechamento-data(ws-qtd-ordens)
                   move fd-ord-fechamento-operador
                     to ws-ord-fechamento-operador(ws-qtd-ordens)
                   move fd-ord-aplicacao-data
                     to ws-ord-aplicacao-data(ws-qtd-ordens)
                   move fd-ord-aplicacao-operador
                     to ws-ord-aplicacao-operador(ws-qtd-ordens)
                   move fd-ord-aplicacao-qtd
                     to ws-ord-aplicacao-qtd(ws-qtd-ordens)
                   if fd-ord-numero > ws-ultimo-numero then
                       move fd-ord-numero to ws-ultimo-numero
                   end-if
               end-if
           end-perform
           close arqOrdens
           .
       carrega-ordens-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Regrava ordens.txt inteiro a partir da tabela
      *>------------------------------------------------------------------------
       grava-ordens section.

           open output arqOrdens
           if ws-fs-arqOrdens <> 00 then
               move ws-fs-arqOrdens to ws-fs-ultimo
               move "erro na regravacao das ordens de servico" to ws-msn
               perform grava-erro
               perform finaliza
           end-if

           perform varying ws-ind-ord from 1 by 1
                                   until ws-ind-ord > ws-qtd-ordens
               move ws-ord-numero(ws-ind-ord)     to fd-ord-numero
               move ws-ord-estacao(ws-ind-ord)    to fd-ord-estacao
               move ws-ord-situacao(ws-ind-ord)   to fd-ord-situacao
               move ws-ord-abertura-data(ws-ind-ord)
                 to fd-ord-abertura-data
               move ws-ord-abertura-operador(ws-ind-ord)
                 to fd-ord-abertura-operador
               move ws-ord-susp-ano(ws-ind-ord)   to fd-ord-susp-ano
               move ws-ord-susp-mes(ws-ind-ord)   to fd-ord-susp-mes
               move ws-ord-susp-qtd(ws-ind-ord)   to fd-ord-susp-qtd
               move ws-ord-visita-data(ws-ind-ord)
                 to fd-ord-visita-data
               move ws-ord-tecnico(ws-ind-ord)    to fd-ord-tecnico
               move ws-ord-ajuste(ws-ind-ord)     to fd-ord-ajuste
               move ws-ord-inicio(ws-ind-ord)     to fd-ord-inicio
               move ws-ord-fim(ws-ind-ord)        to fd-ord-fim
               move ws-ord-observacao(ws-ind-ord) to fd-ord-observacao
               move ws-ord-fechamento-data(ws-ind-ord)
                 to fd-ord-fechamento-data
               move ws-ord-fechamento-operador(ws-ind-ord)
                 to fd-ord-fechamento-operador
               move ws-ord-aplicacao-data(ws-ind-ord)
                 to fd-ord-aplicacao-data
               move ws-ord-aplicacao-operador(ws-ind-ord)
                 to fd-ord-aplicacao-operador
               move ws-ord-aplicacao-qtd(ws-ind-ord)
                 to fd-ord-aplicacao-qtd
               write fd-ordem-reg
           end-perform

           close arqOrdens
           if ws-fs-arqOrdens <> 00 then
               move ws-fs-arqOrdens to ws-fs-ultimo
               move "erro no fechamento das ordens de servico" to ws-msn
               perform grava-erro
               perform finaliza
           end-if
           .
       grava-ordens-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Localiza na tabela a ordem de numero ws-numero-digitado
      *>  (ws-ord-achada = 0 quando nao existe)
      *>------------------------------------------------------------------------
       localiza-ordem section.

           move 0 to ws-ord-achada
           perform varying ws-ind-ord from 1 by 1
                               until ws-ind-ord > ws-qtd-ordens
                                  or ws-ord-achada > 0
               if ws-ord-numero(ws-ind-ord) = ws-numero-digitado then
                   move ws-ind-ord to ws-ord-achada
               end-if
           end-perform
           .
       localiza-ordem-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Abertura: so para estacao listada na ultima verificacao cruzada
      *>  da rede (suspeitos.txt) e sem outra ordem em andamento
      *>------------------------------------------------------------------------
       abre-ordem section.

           if ws-nivel-operador < 2 then
               display "Ordem de servico exige nivel de manutencao."
               move "PRIVILEGIO NEGADO" to ws-seg-texto
               move "ORDEM DE SERVICO"  to ws-seg-funcao
               perform grava-seguranca
               exit section
           end-if

           if ws-qtd-ordens >= ws-max-ordens then
               display "Tabela de ordens cheia, abertura recusada."
               move 4 to return-code
               exit section
           end-if

           display "Estacao suspeita: "
           accept ws-estacao-digitada

           move 0 to ws-ord-achada
           perform varying ws-ind-ord from 1 by 1
                               until ws-ind-ord > ws-qtd-ordens
                                  or ws-ord-achada > 0
               if ws-ord-estacao(ws-ind-ord) = ws-estacao-digitada
               and (ws-ord-situacao(ws-ind-ord) = "A"
                 or ws-ord-situacao(ws-ind-ord) = "V") then
                   move ws-ind-ord to ws-ord-achada
               end-if
           end-perform
           if ws-ord-achada > 0 then
               display "Estacao " ws-estacao-digitada " ja tem a ordem "
                       ws-ord-numero(ws-ord-achada) " em andamento."
               exit section
           end-if

           perform le-suspeitos
           if ws-susp-qtd = 0 then
               display "Estacao " ws-estacao-digitada
                       " sem leitura suspeita em suspeitos.txt:"
                       " abertura recusada."
               exit section
           end-if

           display "Abrir ordem para a estacao " ws-estacao-digitada " ("
                   ws-susp-qtd " leitura(s) suspeita(s) em "
                   ws-susp-mes "/" ws-susp-ano ")? (S/N): "
           accept ws-confirma
           if ws-confirma <> "S" and ws-confirma <> "s" then
               display "Abertura cancelada."
               exit section
           end-if

           accept ws-data-atual from date yyyymmdd

           add 1 to ws-qtd-ordens
           add 1 to ws-ultimo-numero
           initialize ws-ordens(ws-qtd-ordens)
           move ws-ultimo-numero    to ws-ord-numero(ws-qtd-ordens)
           move ws-estacao-digitada to ws-ord-estacao(ws-qtd-ordens)
           move "A"                 to ws-ord-situacao(ws-qtd-ordens)
           move ws-data-atual       to ws-ord-abertura-data(ws-qtd-ordens)
           move ws-operador
             to ws-ord-abertura-operador(ws-qtd-ordens)
           move ws-susp-ano         to ws-ord-susp-ano(ws-qtd-ordens)
           move ws-susp-mes         to ws-ord-susp-mes(ws-qtd-ordens)
           move ws-susp-qtd         to ws-ord-susp-qtd(ws-qtd-ordens)

           perform grava-ordens

           display "Ordem " ws-ultimo-numero " aberta para a estacao "
                   ws-estacao-digitada "."
           .
       abre-ordem-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conta em suspeitos.txt as leituras suspeitas da estacao digitada
      *>  e guarda o mes/ano da verificacao (do cabecalho)
      *>------------------------------------------------------------------------
       le-suspeitos section.

           move 0 to ws-susp-qtd
           move 0 to ws-susp-ano
           move 0 to ws-susp-mes

           open input arqSuspeitos
           if ws-fs-arqSuspeitos <> 00 then
               display "suspeitos.txt ausente: rode a verificacao da rede."
               display "status do arquivo: " ws-fs-arqSuspeitos
               exit section
           end-if

           perform until ws-fs-arqSuspeitos <> 00
               read arqSuspeitos into ws-susp-lida
               if ws-fs-arqSuspeitos = 00 then
                   if ws-spc-titulo = "VERIFICACAO CRUZADA DA REDE - "
                   and ws-spc-mes is numeric
                   and ws-spc-ano is numeric then
                       move ws-spc-mes to ws-susp-mes
                       move ws-spc-ano to ws-susp-ano
                   else
                       if ws-spl-dia is numeric
                       and ws-spl-separador = "  | "
                       and ws-spl-estacao = ws-estacao-digitada then
                           add 1 to ws-susp-qtd
                       end-if
                   end-if
               end-if
           end-perform
           close arqSuspeitos
           .
       le-suspeitos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Visita do tecnico: data, nome, correcao de calibracao encontrada
      *>  (somada a minima e a maxima) e o periodo da deriva do sensor.
      *>  Pode ser refeita enquanto a ordem nao for fechada
      *>------------------------------------------------------------------------
       registra-visita section.

           if ws-nivel-operador < 2 then
               display "Ordem de servico exige nivel de manutencao."
               move "PRIVILEGIO NEGADO" to ws-seg-texto
               move "ORDEM DE SERVICO"  to ws-seg-funcao
               perform grava-seguranca
               exit section
           end-if

           display "Numero da ordem: "
           accept ws-numero-digitado
           perform localiza-ordem
           if ws-ord-achada = 0 then
               display "Ordem " ws-numero-digitado " nao encontrada."
               exit section
           end-if
           if ws-ord-situacao(ws-ord-achada) <> "A"
           and ws-ord-situacao(ws-ord-achada) <> "V" then
               display "Ordem " ws-numero-digitado
                       " ja fechada: visita nao pode ser alterada."
               exit section
           end-if

           accept ws-data-atual from date yyyymmdd

           display "Data da visita (AAAAMMDD): "
           accept ws-visita-digitada
           move ws-visita-digitada to ws-data-critica
           perform valida-data
           if not data-valida
           or ws-visita-digitada < ws-ord-abertura-data(ws-ord-achada)
           or ws-visita-digitada > ws-data-atual then
               display "Data da visita invalida (antes da abertura ou"
                       " no futuro)."
               exit section
           end-if

           display "Tecnico responsavel: "
           accept ws-tecnico-digitado
           if ws-tecnico-digitado = spaces then
               display "Tecnico nao informado, visita nao registrada."
               exit section
           end-if

           display "Correcao de calibracao a somar as leituras"
                   " (ex: -0,80; 0 = sensor sem deriva): "
           accept ws-ajuste-digitado
           if ws-ajuste-digitado > ws-ajuste-limite
           or ws-ajuste-digitado < (0 - ws-ajuste-limite) then
               display "Correcao acima do limite de " ws-ajuste-limite
                       " C, visita nao registrada."
               exit section
           end-if

           move 0 to ws-inicio-digitado
           move 0 to ws-fim-digitado
           if ws-ajuste-digitado <> 0 then
               display "Inicio da deriva do sensor (AAAAMMDD): "
               accept ws-inicio-digitado
               move ws-inicio-digitado to ws-data-critica
               perform valida-data
               if not data-valida
               or ws-inicio-digitado > ws-visita-digitada then
                   display "Data de inicio invalida, visita nao registrada."
                   exit section
               end-if

               display "Fim da deriva (AAAAMMDD, 0 = data da visita): "
               accept ws-fim-digitado
               if ws-fim-digitado = 0 then
                   move ws-visita-digitada to ws-fim-digitado
               end-if
               move ws-fim-digitado to ws-data-critica
               perform valida-data
               if not data-valida
               or ws-fim-digitado < ws-inicio-digitado
               or ws-fim-digitado > ws-visita-digitada then
                   display "Data final invalida, visita nao registrada."
                   exit section
               end-if
           end-if

           display "Observacao da visita: "
           accept ws-observacao-digitada

           move "V"                 to ws-ord-situacao(ws-ord-achada)
           move ws-visita-digitada  to ws-ord-visita-data(ws-ord-achada)
           move ws-tecnico-digitado to ws-ord-tecnico(ws-ord-achada)
           move ws-ajuste-digitado  to ws-ord-ajuste(ws-ord-achada)
           move ws-inicio-digitado  to ws-ord-inicio(ws-ord-achada)
           move ws-fim-digitado     to ws-ord-fim(ws-ord-achada)
           move ws-observacao-digitada
             to ws-ord-observacao(ws-ord-achada)

           perform grava-ordens

           display "Visita registrada na ordem " ws-numero-digitado "."
           .
       registra-visita-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Fechamento da ordem: exige a visita registrada
      *>------------------------------------------------------------------------
       fecha-ordem section.

           if ws-nivel-operador < 2 then
               display "Ordem de servico exige nivel de manutencao."
               move "PRIVILEGIO NEGADO" to ws-seg-texto
               move "ORDEM DE SERVICO"  to ws-seg-funcao
               perform grava-seguranca
               exit section
           end-if

           display "Numero da ordem: "
           accept ws-numero-digitado
           perform localiza-ordem
           if ws-ord-achada = 0 then
               display "Ordem " ws-numero-digitado " nao encontrada."
               exit section
           end-if

           evaluate ws-ord-situacao(ws-ord-achada)
               when "A"
                   display "Ordem " ws-numero-digitado
                           " sem visita registrada: fechamento recusado."
                   exit section
               when "F"
                   display "Ordem " ws-numero-digitado " ja fechada."
                   exit section
               when other
                   continue
           end-evaluate

           display "Fechar a ordem " ws-numero-digitado " da estacao "
                   ws-ord-estacao(ws-ord-achada) " (correcao "
                   ws-ord-ajuste(ws-ord-achada) ")? (S/N): "
           accept ws-confirma
           if ws-confirma <> "S" and ws-confirma <> "s" then
               display "Fechamento cancelado."
               exit section
           end-if

           accept ws-data-atual from date yyyymmdd

           move "F"           to ws-ord-situacao(ws-ord-achada)
           move ws-data-atual to ws-ord-fechamento-data(ws-ord-achada)
           move ws-operador   to ws-ord-fechamento-operador(ws-ord-achada)

           perform grava-ordens

           display "Ordem " ws-numero-digitado " fechada."
           if ws-ord-ajuste(ws-ord-achada) <> 0 then
               display "A correcao pode ser aplicada ao mestre pela opcao"
                       " 'C' (supervisor)."
           end-if
           .
       fecha-ordem-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aplicacao da correcao de uma ordem fechada ao mestre, como lote
      *>  unico aprovado pelo supervisor: recusada inteira se algum mes do
      *>  periodo estiver fechado; previa das quantidades e confirmacao;
      *>  copia de seguranca antes; cada dia alterado vai para a auditoria.
      *>  Dias estimados pela rede (E) nao sao leitura do sensor e ficam
      *>  de fora, assim como o dia cujo valor corrigido sairia da faixa
      *>------------------------------------------------------------------------
       aplica-correcao section.

           if ws-nivel-operador < 3 then
               display "Aplicacao de correcao em lote exige supervisor."
               move "PRIVILEGIO NEGADO" to ws-seg-texto
               move "CORRECAO EM LOTE"  to ws-seg-funcao
               perform grava-seguranca
               exit section
           end-if

           display "Numero da ordem: "
           accept ws-numero-digitado
           perform localiza-ordem
           if ws-ord-achada = 0 then
               display "Ordem " ws-numero-digitado " nao encontrada."
               exit section
           end-if
           if ws-ord-situacao(ws-ord-achada) <> "F" then
               display "Ordem " ws-numero-digitado
                       " ainda nao fechada: correcao recusada."
               exit section
           end-if
           if ws-ord-ajuste(ws-ord-achada) = 0 then
               display "Ordem " ws-numero-digitado
                       " sem correcao de calibracao a aplicar."
               exit section
           end-if
           if ws-ord-aplicacao-data(ws-ord-achada) <> 0 then
               display "Correcao da ordem " ws-numero-digitado
                       " ja aplicada em "
                       ws-ord-aplicacao-data(ws-ord-achada) " por "
                       ws-ord-aplicacao-operador(ws-ord-achada) "."
               exit section
           end-if

      *>    mes fechado nao aceita correcao: o lote inteiro e recusado
      *>    ate a reabertura formal dos meses (testeTemp, supervisor)
           perform verifica-meses-periodo
           if ws-qtd-meses-fechados > 0 then
               display "Correcao recusada: " ws-qtd-meses-fechados
                       " mes(es) do periodo fechado(s)."
               display "Reabra os meses pelo testeTemp antes da correcao."
               exit section
           end-if

      *>    dias ja corrigidos por esta ordem numa aplicacao anterior
      *>    que nao regravou todo o periodo ficam de fora
           perform carrega-dias-ordem

      *>    previa: so conta o que sera alterado
           move "P" to ws-modo-correcao
           perform percorre-periodo

           display "Ordem " ws-numero-digitado " - estacao "
                   ws-ord-estacao(ws-ord-achada) " de "
                   ws-ord-inicio(ws-ord-achada) " a "
                   ws-ord-fim(ws-ord-achada) ", correcao "
                   ws-ord-ajuste(ws-ord-achada)
           display "Dias a corrigir.............: " ws-qtd-a-corrigir
           display "Dias estimados (nao medidos): " ws-qtd-estimados
           display "Dias que sairiam da faixa...: " ws-qtd-fora-faixa
           display "Dias ja corrigidos na ordem.: " ws-qtd-ja-corrigidos

           if ws-qtd-a-corrigir = 0 then
               display "Nenhum dia do mestre a corrigir no periodo."
               exit section
           end-if

           display "Aplicar a correcao aos " ws-qtd-a-corrigir
                   " dia(s)? (S/N): "
           accept ws-confirma
           if ws-confirma <> "S" and ws-confirma <> "s" then
               display "Correcao cancelada."
               exit section
           end-if

           perform gera-backup

           accept ws-data-atual from date yyyymmdd
           accept ws-hora-atual from time

           open extend arqAuditoria
           if ws-fs-arqAuditoria = 35 then
               close arqAuditoria
               open output arqAuditoria
           end-if
           if ws-fs-arqAuditoria <> 00 then
               move ws-fs-arqAuditoria to ws-fs-ultimo
               move "erro na abertura da auditoria" to ws-msn
               perform grava-erro
               perform finaliza
           end-if

           open extend arqDiasOrdem
           if ws-fs-arqDiasOrdem = 35 then
               close arqDiasOrdem
               open output arqDiasOrdem
           end-if
           if ws-fs-arqDiasOrdem <> 00 then
               move ws-fs-arqDiasOrdem to ws-fs-ultimo
               move "erro na abertura dos dias corrigidos" to ws-msn
               perform grava-erro
               perform finaliza
           end-if

           open i-o arqAlteracoes
           if ws-fs-arqAlteracoes = 35 then
               open output arqAlteracoes
               if ws-fs-arqAlteracoes = 00 then
                   close arqAlteracoes
                   open i-o arqAlteracoes
               end-if
           end-if
           if ws-fs-arqAlteracoes <> 00 then
               move ws-fs-arqAlteracoes to ws-fs-ultimo
               move "erro na abertura das alteracoes do mestre" to ws-msn
               perform grava-erro
               perform finaliza
           end-if
           move 0 to ws-alt-ultimo-anomes
           move 0 to ws-rcd-qtd-dias
           move 0 to ws-rcd-qtd-dias-fora

           perform marca-regravacao-andamento

           move "A" to ws-modo-correcao
           perform percorre-periodo

           perform marca-regravacao-concluida
           close arqAuditoria
           close arqDiasOrdem
           close arqAlteracoes

           perform confere-recordes-correcao

      *>    com dia nao regravado a ordem continua em aberto para a
      *>    aplicacao: a proxima pula os dias ja corrigidos (ordens-dias)
           display ws-qtd-corrigidos " dia(s) corrigido(s) no mestre pela"
                   " ordem " ws-numero-digitado "."
           if ws-qtd-erros-mestre > 0 then
               display ws-qtd-erros-mestre
                       " dia(s) nao regravado(s): veja o status acima."
               display "Ordem nao dada como aplicada: corrija a causa e"
                       " aplique a ordem de novo."
               move 8 to return-code
           else
               move ws-data-atual
                 to ws-ord-aplicacao-data(ws-ord-achada)
               move ws-operador
                 to ws-ord-aplicacao-operador(ws-ord-achada)
               compute ws-ord-aplicacao-qtd(ws-ord-achada)
                     = ws-qtd-corrigidos + ws-qtd-ja-corrigidos
               perform grava-ordens
           end-if
           display "Refaca os produtos derivados (recalculoDerivados 'R')."
           .
       aplica-correcao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Situacao de fechamento de cada mes do periodo da ordem achada:
      *>  a ultima linha de fechamento.txt da chave prevalece; conta os
      *>  meses que terminam fechados (F)
      *>------------------------------------------------------------------------
       verifica-meses-periodo section.

           move 0 to ws-qtd-meses-periodo
           move 0 to ws-qtd-meses-fechados
           divide ws-ord-inicio(ws-ord-achada) by 100
               giving ws-anomes-inicio
           divide ws-ord-fim(ws-ord-achada) by 100
               giving ws-anomes-fim

           open input arqFechamento
           if ws-fs-arqFechamento <> 00 then
      *>        sem arquivo de fechamento: nenhum mes fechado ainda
               exit section
           end-if

           perform until ws-fs-arqFechamento <> 00
               read arqFechamento
               if ws-fs-arqFechamento = 00 then
                   compute ws-anomes-fch = fd-fch-ano * 100 + fd-fch-mes
                   if fd-fch-estacao = ws-ord-estacao(ws-ord-achada)
                   and ws-anomes-fch >= ws-anomes-inicio
                   and ws-anomes-fch <= ws-anomes-fim then
                       move 0 to ws-mpr-achado
                       perform varying ws-ind-mpr from 1 by 1
                                   until ws-ind-mpr > ws-qtd-meses-periodo
                                      or ws-mpr-achado > 0
                           if ws-mpr-anomes(ws-ind-mpr) = ws-anomes-fch then
                               move ws-ind-mpr to ws-mpr-achado
                           end-if
                       end-perform
                       if ws-mpr-achado = 0
                       and ws-qtd-meses-periodo < 240 then
                           add 1 to ws-qtd-meses-periodo
                           move ws-qtd-meses-periodo to ws-mpr-achado
                           move ws-anomes-fch
                             to ws-mpr-anomes(ws-mpr-achado)
                       end-if
                       if ws-mpr-achado > 0 then
                           move fd-fch-situacao
                             to ws-mpr-situacao(ws-mpr-achado)
                       end-if
                   end-if
               end-if
           end-perform
           close arqFechamento

           perform varying ws-ind-mpr from 1 by 1
                               until ws-ind-mpr > ws-qtd-meses-periodo
               if ws-mpr-situacao(ws-ind-mpr) = "F" then
                   add 1 to ws-qtd-meses-fechados
                   display "Mes fechado: " ws-mpr-anomes(ws-ind-mpr)
               end-if
           end-perform
           .
       verifica-meses-periodo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Percorre no mestre os dias da estacao dentro do periodo da ordem
      *>  achada; na previa (P) so conta, na aplicacao (A) regrava cada
      *>  dia corrigido e anota a auditoria
      *>------------------------------------------------------------------------
       percorre-periodo section.

           move 0 to ws-qtd-a-corrigir
           move 0 to ws-qtd-corrigidos
           move 0 to ws-qtd-estimados
           move 0 to ws-qtd-fora-faixa
           move 0 to ws-qtd-erros-mestre
           move 0 to ws-qtd-ja-corrigidos
           move "N" to ws-fim-mestre

           if correcao-previa then
               open input arqMestre
           else
               open i-o arqMestre
           end-if
           if ws-fs-arqMestre = 35 then
               display "mestre.dat inexistente: nada a corrigir."
               exit section
           end-if
           if ws-fs-arqMestre <> 00 then
               move ws-fs-arqMestre to ws-fs-ultimo
               move "erro na abertura do mestre de leituras" to ws-msn
               perform grava-erro
               perform finaliza
           end-if

           move ws-ord-estacao(ws-ord-achada) to fd-mst-estacao
           move ws-ord-inicio(ws-ord-achada)  to ws-data-critica
           move ws-dtc-ano                    to fd-mst-ano
           move ws-dtc-mes                    to fd-mst-mes
           move ws-dtc-dia                    to fd-mst-dia

           start arqMestre key is >= fd-mst-chave
           if ws-fs-arqMestre <> 00 then
               move "S" to ws-fim-mestre
           end-if

           perform until fim-do-mestre
               read arqMestre next
               if ws-fs-arqMestre <> 00 then
                   move "S" to ws-fim-mestre
               else
                   compute ws-data-mestre = fd-mst-ano * 10000
                                          + fd-mst-mes * 100
                                          + fd-mst-dia
                   if fd-mst-estacao <> ws-ord-estacao(ws-ord-achada)
                   or ws-data-mestre > ws-ord-fim(ws-ord-achada) then
                       move "S" to ws-fim-mestre
                   else
                       perform corrige-dia-mestre
                   end-if
               end-if
           end-perform

           close arqMestre
           .
       percorre-periodo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Dias do mestre ja corrigidos pela ordem em aplicacao, lidos de
      *>  ordens-dias.txt (arquivo ausente: nenhum dia corrigido ainda)
      *>------------------------------------------------------------------------
       carrega-dias-ordem section.

           move 0 to ws-qtd-dias-ordem
           open input arqDiasOrdem
           if ws-fs-arqDiasOrdem = 35 then
               exit section
           end-if
           if ws-fs-arqDiasOrdem <> 00 then
               move ws-fs-arqDiasOrdem to ws-fs-ultimo
               move "erro na abertura dos dias corrigidos" to ws-msn
               perform grava-erro
               perform finaliza
           end-if

           perform until ws-fs-arqDiasOrdem <> 00
               read arqDiasOrdem
               if ws-fs-arqDiasOrdem = 00 then
                   if fd-dor-numero = ws-ord-numero(ws-ord-achada)
                   and ws-qtd-dias-ordem < ws-max-dias-ordem then
                       add 1 to ws-qtd-dias-ordem
                       move fd-dor-data to ws-dor-data(ws-qtd-dias-ordem)
                   end-if
               end-if
           end-perform

           close arqDiasOrdem
           .
       carrega-dias-ordem-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere se o dia lido do mestre ja foi corrigido pela ordem
      *>------------------------------------------------------------------------
       confere-dia-ordem section.

           move "N" to ws-dor-achado
           perform varying ws-ind-dor from 1 by 1
                               until ws-ind-dor > ws-qtd-dias-ordem
                                  or dia-ja-corrigido
               if ws-dor-data(ws-ind-dor) = ws-data-mestre then
                   move "S" to ws-dor-achado
               end-if
           end-perform
           .
       confere-dia-ordem-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Um dia do mestre no periodo: estimado fica de fora, valor
      *>  corrigido fora da faixa plausivel tambem; na aplicacao regrava o
      *>  dia e grava a linha de auditoria com os valores antigo e novo
      *>------------------------------------------------------------------------
       corrige-dia-mestre section.

           perform confere-dia-ordem
           if dia-ja-corrigido then
               add 1 to ws-qtd-ja-corrigidos
               exit section
           end-if

           if fd-mst-origem = "E" then
               add 1 to ws-qtd-estimados
               exit section
           end-if

           compute ws-nova-min = fd-mst-temp-min
                               + ws-ord-ajuste(ws-ord-achada)
           compute ws-nova-max = fd-mst-temp-max
                               + ws-ord-ajuste(ws-ord-achada)
           if ws-nova-min < ws-temp-min
           or ws-nova-min > ws-temp-max
           or ws-nova-max < ws-temp-min
           or ws-nova-max > ws-temp-max then
               add 1 to ws-qtd-fora-faixa
               exit section
           end-if

           if correcao-previa then
               add 1 to ws-qtd-a-corrigir
               exit section
           end-if

           move fd-mst-temp-min to ws-antiga-min
           move fd-mst-temp-max to ws-antiga-max
           move ws-nova-min     to fd-mst-temp-min
           move ws-nova-max     to fd-mst-temp-max

           rewrite fd-mestre-reg
           if ws-fs-arqMestre <> 00 then
               display "erro na regravacao do mestre: " fd-mst-estacao
                       " " fd-mst-dia "/" fd-mst-mes "/" fd-mst-ano
               display "status do arquivo: " ws-fs-arqMestre
               add 1 to ws-qtd-erros-mestre
               exit section
           end-if

           add 1 to ws-qtd-corrigidos

           move fd-mst-estacao  to ws-aud-estacao
           move fd-mst-dia      to ws-aud-dia
           move fd-mst-mes      to ws-aud-mes
           move fd-mst-ano      to ws-aud-ano
           move ws-antiga-min   to ws-aud-antiga-min
           move ws-antiga-max   to ws-aud-antiga-max
           move fd-mst-temp-min to ws-aud-nova-min
           move fd-mst-temp-max to ws-aud-nova-max
           move ws-data-atual   to ws-aud-data
           move ws-hora-atual   to ws-aud-hora
           move ws-operador     to ws-aud-operador
           write fd-auditoria-reg from ws-aud-detalhe

           move ws-ord-numero(ws-ord-achada) to fd-dor-numero
           move fd-mst-estacao               to fd-dor-estacao
           move ws-data-mestre               to fd-dor-data
           write fd-dias-ordem-reg

           perform guarda-dia-recorde

           compute ws-alt-anomes = fd-mst-ano * 100 + fd-mst-mes
           if ws-alt-anomes <> ws-alt-ultimo-anomes then
               move fd-mst-estacao  to fd-alt-estacao
               move fd-mst-ano      to fd-alt-ano
               move fd-mst-mes      to fd-alt-mes
               perform registra-alteracao
               move ws-alt-anomes   to ws-alt-ultimo-anomes
           end-if
           .
       corrige-dia-mestre-exit.
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
           move "ORDEM-SERV"       to fd-alt-origem
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
      *>  Anota o dia recem-corrigido no mestre para a conferencia dos
      *>  recordes depois da aplicacao
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
      *>  Recordes dos dias corrigidos pela ordem, em duas passadas: os
      *>  dias que nao detinham marca sao so comparados; depois, para
      *>  cada dia que detinha, o recorde do dia e do mes e refeito pelas
      *>  fontes (arquivos anuais e mestre). As mudancas saem na tela.
      *>  Sem recordes.dat (recordesTemp) nada a conferir
      *>------------------------------------------------------------------------
       confere-recordes-correcao section.

           if ws-rcd-qtd-dias = 0 and ws-rcd-qtd-dias-fora = 0 then
               exit section
           end-if

           open i-o arqRecordes
           if ws-fs-arqRecordes = 35 then
               display "recordes.dat nao construido (recordesTemp):"
                       " recordes nao conferidos."
               exit section
           end-if
           if ws-fs-arqRecordes <> 00 then
               display "erro na abertura dos recordes: recordes dos dias"
                       " nao conferidos."
               display "status do arquivo: " ws-fs-arqRecordes
               move 8 to return-code
               exit section
           end-if

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

           open input arqMestre
           if ws-fs-arqMestre <> 00 then
               close arqRecordes
               display "erro na abertura do mestre: recordes dos dias"
                       " nao conferidos."
               display "status do arquivo: " ws-fs-arqMestre
               move 8 to return-code
               exit section
           end-if

           move 0 to ws-rcd-qtd-refeitos

      *>    primeira passada: os dias que nao detinham marca sao
      *>    comparados; os detentores ficam para a segunda, cuja
      *>    refeitura ja encontra as marcas postas pelos outros dias
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

           close arqMestre
           close arqRecordes

           if ws-rcd-qtd-refeitos > 0 then
               display "Recordes do dia e do mes refeitos pela correcao de "
                       ws-rcd-qtd-refeitos " dia(s) que os detinham."
           end-if

      *>    dia que nao coube na tabela ficou sem conferencia: o arquivo
      *>    precisa ser refeito por inteiro
           if ws-rcd-qtd-dias-fora > 0 then
               display "Dias sem conferencia de recorde: "
                       ws-rcd-qtd-dias-fora
                       " (refazer recordes.dat pelo recordesTemp)"
               if return-code < 4 then
                   move 4 to return-code
               end-if
           end-if
           .
       confere-recordes-correcao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere um dia corrigido: le o valor novo dele no mestre; se o
      *>  dia detinha uma marca com o valor antigo, fica marcado para o
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
      *>  (ja com os outros dias corrigidos aplicados), refaz o recorde do
      *>  dia e do mes pelas fontes e mostra o que foi revisto
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
      *>  Listagem das ordens na tela (todas ou de uma estacao)
      *>------------------------------------------------------------------------
       lista-ordens section.

           if ws-qtd-ordens = 0 then
               display "Nenhuma ordem de servico registrada."
               exit section
           end-if

           display "Estacao (branco = todas): "
           accept ws-estacao-digitada

           display ws-lst-cabecalho
           perform varying ws-ind-ord from 1 by 1
                               until ws-ind-ord > ws-qtd-ordens
               if ws-estacao-digitada = spaces
               or ws-estacao-digitada = ws-ord-estacao(ws-ind-ord) then
                   move ws-ord-numero(ws-ind-ord)    to ws-lst-numero
                   move ws-ord-estacao(ws-ind-ord)   to ws-lst-estacao
                   move ws-ord-situacao(ws-ind-ord)  to ws-lst-situacao
                   move ws-ord-abertura-data(ws-ind-ord)
                     to ws-lst-abertura
                   move ws-ord-visita-data(ws-ind-ord) to ws-lst-visita
                   move ws-ord-ajuste(ws-ind-ord)    to ws-lst-ajuste
                   move ws-ord-inicio(ws-ind-ord)    to ws-lst-inicio
                   move ws-ord-fim(ws-ind-ord)       to ws-lst-fim
                   move ws-ord-aplicacao-data(ws-ind-ord)
                     to ws-lst-aplicacao
                   move ws-ord-aplicacao-qtd(ws-ind-ord) to ws-lst-qtd
                   display ws-lst-detalhe
                   if ws-ord-tecnico(ws-ind-ord) <> spaces then
                       display "      tecnico: " ws-ord-tecnico(ws-ind-ord)
                               " " ws-ord-observacao(ws-ind-ord)
                   end-if
               end-if
           end-perform
           .
       lista-ordens-exit.
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
      *>  Corta uma nova geracao de copia do mestre: bk2 vira bk3, bk1
      *>  vira bk2 e o mestre inteiro e despejado em bk1 (feito antes de
      *>  cada correcao aplicada ao mestre)
      *>------------------------------------------------------------------------
       gera-backup section.

      *>    bk2 -> bk3
           open input arqBackup2.
           if ws-fs-arqBackup2 = 00 then
               open output arqBackup3
               perform until ws-fs-arqBackup2 <> 00
                   read arqBackup2
                   if ws-fs-arqBackup2 = 00 then
                       write fd-backup3-reg from fd-backup2-reg
                   end-if
               end-perform
               close arqBackup3
               close arqBackup2
           end-if

      *>    bk1 -> bk2
           open input arqBackup1.
           if ws-fs-arqBackup1 = 00 then
               open output arqBackup2
               perform until ws-fs-arqBackup1 <> 00
                   read arqBackup1
                   if ws-fs-arqBackup1 = 00 then
                       write fd-backup2-reg from fd-backup1-reg
                   end-if
               end-perform
               close arqBackup2
               close arqBackup1
           end-if

      *>    mestre -> bk1
           open input arqMestre
           if ws-fs-arqMestre <> 00 then
               move ws-fs-arqMestre to ws-fs-ultimo
               move "erro na abertura do mestre para copia" to ws-msn
               perform grava-erro
               perform finaliza
           end-if

           open output arqBackup1
           if ws-fs-arqBackup1 <> 00 then
               close arqMestre
               move ws-fs-arqBackup1 to ws-fs-ultimo
               move "erro na criacao da copia de seguranca" to ws-msn
               perform grava-erro
               perform finaliza
           end-if

           perform until ws-fs-arqMestre <> 00
               read arqMestre next
               if ws-fs-arqMestre = 00 then
                   write fd-backup1-reg from fd-mestre-reg
               end-if
           end-perform

           close arqBackup1
           close arqMestre

           display "Copia de seguranca do mestre atualizada."
           .
       gera-backup-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava o marcador de regravacao (o testeTemp oferece a restauracao
      *>  da copia na entrada se ele ficar EM-ANDAMENTO)
      *>------------------------------------------------------------------------
       marca-regravacao-andamento section.

           open output arqRegrava
           if ws-fs-arqRegrava = 00 then
               move "EM-ANDAMENTO" to fd-regrava-reg
               write fd-regrava-reg
               close arqRegrava
           end-if
           .
       marca-regravacao-andamento-exit.
           exit.

       marca-regravacao-concluida section.

           open output arqRegrava
           if ws-fs-arqRegrava = 00 then
               move "CONCLUIDO" to fd-regrava-reg
               write fd-regrava-reg
               close arqRegrava
           end-if
           .
       marca-regravacao-concluida-exit.
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
