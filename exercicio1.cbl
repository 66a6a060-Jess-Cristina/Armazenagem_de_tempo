      *>              no painel, silo cujo ultimo dia so tem cabos
      *>              defeituosos sai como "sem c.sadio" (sem media),
      *>              pesando na ordenacao como silo parado.
      *> 02/09/2026 - Amostragem de umidade/qualidade do grao
      *>              (arqAmostra.txt: data, silo, lote da
      *>              movimentacao, umidade, impureza e insetos) e
      *>              relatorio de risco de armazenagem: cada lote
      *>              armazenado consome vida segura dia a dia pela
      *>              media dos cabos sadios e pela umidade em vigor,
      *>              com umidade segura e dias seguros do grao no
      *>              cadastro do silo; sai o que resta em dias e a
      *>              acao (secar, aerar, expedir), mais urgentes
      *>              primeiro.
      *> 03/09/2026 - Cadastro de depositantes (arqDeposit.txt) e taxas
      *>              de armazenagem por grao (arqTaxaArm.txt: taxa por
      *>              tonelada-dia e taxa de recepcao); cada movimento
      *>              passa a levar o depositante dono da carga (em
      *>              branco = estoque proprio) e a expedicao barra
      *>              saida maior que o saldo do depositante no silo.
      *>              Faturamento mensal feito pelo programa faturaarm.
      *> 04/09/2026 - Bloqueio de qualidade na expedicao: silo dentro
      *>              da janela de reentrada de tratamento ou com
      *>              alerta critico em aberto nao expede; o motivo e
      *>              mostrado e o supervisor pode liberar com codigo e
      *>              justificativa, registrados em arqLibera.txt.
      *> 05/09/2026 - Certificado de rastreabilidade do lote
      *>              (rastreioLote-<lote>.txt, folhas do laudo): da
      *>              primeira carga ate o silo voltar a zero, com
      *>              temperatura diaria, alertas e baixas, correcoes
      *>              de leitura, tratamentos e horas de aeracao.
      *> 06/09/2026 - Fechamento de periodo por silo/mes
      *>              (arqPeriodo.txt): o batch fecha o periodo depois
      *>              do laudo e digitacao, correcao, leitura atrasada
      *>              e importacao recusam periodo fechado. Reabertura
      *>              so por supervisor, com motivo em arqReabre.txt, e
      *>              o laudo seguinte sai marcado REEMISSAO.
      *> 07/09/2026 - Potencia dos ventiladores (kW) no cadastro do
      *>              silo, tabela de tarifas por faixa horaria
      *>              (arqTarifa.txt: ponta, fora de ponta, noturna) e
      *>              relatorio mensal do custo de energia da aeracao
      *>              por silo, com custo por tonelada armazenada e as
      *>              corridas feitas no horario de ponta.
      *> 08/09/2026 - Ordens de manutencao de ventiladores e cabos
      *>              (arqOrdem.txt, menu 24): abertura, atribuicao,
      *>              fechamento e cancelamento; cabo marcado
      *>              defeituoso abre a ordem sozinho e o fechamento
      *>              reativa o cabo com a data do reparo; preventiva
      *>              gerada pelas horas de ventilador contra o
      *>              intervalo do cadastro do silo, tambem no batch.
      *> 09/09/2026 - Importacao do datalogger em batch (batchParm.txt
      *>              com "I" apos o periodo) para a cadeia noturna;
      *>              RETURN-CODE 4/8 na importacao e no fechamento
      *>              batch; painel mostra o resumo da ultima cadeia
      *>              (cadeiaCtrl.txt / cadeiaLog.txt).
      *> 10/09/2026 - Contagem fisica de estoque por silo (arqContagem.txt,
      *>              movimentacao opcoes 6 a 8): conciliacao do saldo
      *>              contabil x medido com diferenca em t e % contra
      *>              a quebra tecnica admitida do grao (novo campo do
      *>              cadastro do silo, padrao 0,50%), relatorio
      *>              conciliaEstoque-<de>-<ate>.txt e ajuste aprovado
      *>              pelo supervisor lancado em arqMovto.txt como
      *>              movimento tipo A com sinal + ou -.
      *> 11/09/2026 - Operacao multi-sitio: codigo e nome da unidade em
      *>              arqSitio.txt (nome vai aos cabecalhos) e, no
      *>              fechamento batch, extrato mensal para a matriz
      *>              resumoSitio-<sitio>-aaaamm.txt com media e
      *>              extremos do mes, alertas em aberto, toneladas em
      *>              estoque e horas de ventilador de cada silo.
      *> 12/09/2026 - Nome do sitio nos cabecalhos com 34 posicoes
      *>              (codigo + nome completo, sem corte).
      *> 13/09/2026 - Ajuste de inventario vai para o lote que estava no
      *>              silo na data da contagem e para o dono desse lote;
      *>              movimento nao gravado nao entra nos saldos, nao
      *>              marca a contagem como ajustada nem grava a
      *>              liberacao do supervisor.
      *> 14/09/2026 - Cabo guarda a data em que foi marcado defeituoso;
      *>              leitura entre o defeito e o reparo fica fora da
      *>              media mesmo depois da reativacao. Cabo com ordem
      *>              corretiva pendente so e reativado pelo fechamento
      *>              da ordem.



           lock mode automatic
           file status is ws-fs-arqTrata.

           select optional arqAmostra assign to "arqAmostra.txt"
           organization is line sequential
           access mode is sequential
           lock mode automatic
           file status is ws-fs-arqAmostra.

           select optional arqDeposit assign to "arqDeposit.txt"
           organization is line sequential
           access mode is sequential
           lock mode automatic
           file status is ws-fs-arqDeposit.

           select optional arqTaxaArm assign to "arqTaxaArm.txt"
           organization is line sequential
           access mode is sequential
           lock mode automatic
           file status is ws-fs-arqTaxaArm.

           select optional arqLibera assign to "arqLibera.txt"
           organization is line sequential
           access mode is sequential
           lock mode automatic
           file status is ws-fs-arqLibera.

           select optional arqPeriodo assign to "arqPeriodo.txt"
           organization is line sequential
           access mode is sequential
           lock mode automatic
           file status is ws-fs-arqPeriodo.

           select optional arqReabre assign to "arqReabre.txt"
           organization is line sequential
           access mode is sequential
           lock mode automatic
           file status is ws-fs-arqReabre.

           select optional arqTarifa assign to "arqTarifa.txt"
           organization is line sequential
           access mode is sequential
           lock mode automatic
           file status is ws-fs-arqTarifa.

           select optional arqOrdem assign to "arqOrdem.txt"
           organization is line sequential
           access mode is sequential
           lock mode automatic
           file status is ws-fs-arqOrdem.

           select optional arqContagem assign to "arqContagem.txt"
           organization is line sequential
           access mode is sequential
           lock mode automatic
           file status is ws-fs-arqContagem.

           select optional arqCadCtrl assign to "cadeiaCtrl.txt"
           organization is line sequential
           access mode is sequential
           lock mode automatic
           file status is ws-fs-arqCadCtrl.

           select optional arqCadLog assign to "cadeiaLog.txt"
           organization is line sequential
           access mode is sequential
           lock mode automatic
           file status is ws-fs-arqCadLog.

           select optional arqSitio assign to "arqSitio.txt"
           organization is line sequential
           access mode is sequential
           lock mode automatic
           file status is ws-fs-arqSitio.

           select arqResSitio assign to ws-rsi-nome
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqResSitio.

       I-O-Control.


       01 fd-parm-reg.
          05 fd-parm-ano                            pic  9(04).
          05 fd-parm-mes                            pic  9(02).
          05 fd-parm-modo                           pic  x(01).

       fd arqImport.
       01 fd-imp-reg.
          05 fd-sil-umid-max                        pic  x(03).
          05 fd-sil-umid-max-r redefines fd-sil-umid-max
                                                    pic  9(03).
          05 fd-sil-umid-grao                       pic  x(03).
          05 fd-sil-umid-grao-r redefines fd-sil-umid-grao
                                                    pic  9(02)v9.
          05 fd-sil-dias-base                       pic  x(04).
          05 fd-sil-dias-base-r redefines fd-sil-dias-base
                                                    pic  9(04).
          05 fd-sil-kw                              pic  x(05).
          05 fd-sil-kw-r redefines fd-sil-kw
                                                    pic  9(03)v99.
          05 fd-sil-interv-prev                     pic  x(05).
          05 fd-sil-interv-prev-r redefines fd-sil-interv-prev
                                                    pic  9(05).
          05 fd-sil-quebra-max                      pic  x(04).
          05 fd-sil-quebra-max-r redefines fd-sil-quebra-max
                                                    pic  9(02)v99.

       fd arqAmbiente.
       01 fd-amb-reg.
          05 fd-mov-tonelada                        pic  9(06)v99.
          05 fd-mov-grao                            pic  x(10).
          05 fd-mov-lote                            pic  x(06).
          05 fd-mov-depositante                     pic  x(05).
          05 fd-mov-sinal                           pic  x(01).

       fd arqCabo.
       01 fd-cbo-reg.
          05 fd-cbo-situacao                        pic  x(01).
          05 fd-cbo-data-inst                       pic  9(08).
          05 fd-cbo-data-calib                      pic  9(08).
          05 fd-cbo-data-reparo                     pic  x(08).
          05 fd-cbo-data-reparo-r redefines fd-cbo-data-reparo
                                                    pic  9(08).
          05 fd-cbo-data-defeito                    pic  x(08).
          05 fd-cbo-data-defeito-r redefines fd-cbo-data-defeito
                                                    pic  9(08).

       fd arqAeracao.
       01 fd-aec-reg.
          05 fd-ale-operador                        pic  x(03).
          05 fd-ale-acao                            pic  x(30).

       fd arqAmostra.
       01 fd-amo-reg.
          05 fd-amo-data                            pic  9(08).
          05 fd-amo-silo                            pic  x(10).
          05 fd-amo-lote                            pic  x(06).
          05 fd-amo-umidade                         pic  9(02)v9.
          05 fd-amo-impureza                        pic  9(02)v9.
          05 fd-amo-insetos                         pic  x(01).
          05 fd-amo-operador                        pic  x(03).

       fd arqDeposit.
       01 fd-dep-reg.
          05 fd-dep-codigo                          pic  x(05).
          05 fd-dep-nome                            pic  x(30).
          05 fd-dep-documento                       pic  x(14).
          05 fd-dep-situacao                        pic  x(01).

       fd arqTaxaArm.
       01 fd-tax-reg.
          05 fd-tax-grao                            pic  x(10).
          05 fd-tax-ton-dia                         pic  9(02)v9(04).
          05 fd-tax-recepcao                        pic  9(03)v99.

       fd arqLibera.
       01 fd-lib-reg.
          05 fd-lib-data                            pic  9(08).
          05 fd-lib-data-movto                      pic  9(08).
          05 fd-lib-silo                            pic  x(10).
          05 fd-lib-lote                            pic  x(06).
          05 fd-lib-tonelada                        pic  9(06)v99.
          05 fd-lib-motivo                          pic  x(30).
          05 fd-lib-supervisor                      pic  x(03).
          05 fd-lib-operador                        pic  x(03).
          05 fd-lib-justificativa                   pic  x(40).

       fd arqPeriodo.
       01 fd-fch-reg.
          05 fd-fch-silo                            pic  x(10).
          05 fd-fch-ano                             pic  9(04).
          05 fd-fch-mes                             pic  9(02).
          05 fd-fch-situacao                        pic  x(01).
          05 fd-fch-reemissao                       pic  9(02).
          05 fd-fch-data                            pic  9(08).
          05 fd-fch-operador                        pic  x(03).

       fd arqReabre.
       01 fd-rea-reg.
          05 fd-rea-data                            pic  9(08).
          05 fd-rea-silo                            pic  x(10).
          05 fd-rea-ano                             pic  9(04).
          05 fd-rea-mes                             pic  9(02).
          05 fd-rea-supervisor                      pic  x(03).
          05 fd-rea-motivo                          pic  x(40).

       fd arqTarifa.
       01 fd-tar-reg.
          05 fd-tar-hora-ini                        pic  9(04).
          05 fd-tar-hora-fim                        pic  9(04).
          05 fd-tar-tipo                            pic  x(01).
          05 fd-tar-descricao                       pic  x(20).
          05 fd-tar-preco                           pic  9(02)v9(04).

       fd arqOrdem.
       01 fd-ord-reg.
          05 fd-ord-numero                          pic  9(06).
          05 fd-ord-tipo                            pic  x(01).
          05 fd-ord-silo                            pic  x(10).
          05 fd-ord-cabo                            pic  9(02).
          05 fd-ord-situacao                        pic  x(01).
          05 fd-ord-data-abert                      pic  9(08).
          05 fd-ord-oper-abert                      pic  x(03).
          05 fd-ord-responsavel                     pic  x(20).
          05 fd-ord-data-atrib                      pic  9(08).
          05 fd-ord-data-fecha                      pic  9(08).
          05 fd-ord-oper-fecha                      pic  x(03).
          05 fd-ord-descricao                       pic  x(40).
          05 fd-ord-solucao                         pic  x(40).
          05 fd-ord-horas-vent                      pic  9(05).

      *>----Contagens fisicas de estoque por silo: situacao P=com
      *>    diferenca pendente, A=ajustada, S=sem diferenca
       fd arqContagem.
       01 fd-cnt-reg.
          05 fd-cnt-data                            pic  9(08).
          05 fd-cnt-silo                            pic  x(10).
          05 fd-cnt-medida                          pic  9(06)v99.
          05 fd-cnt-metodo                          pic  x(01).
          05 fd-cnt-oper                            pic  x(03).
          05 fd-cnt-contabil                        pic  9(06)v99.
          05 fd-cnt-situacao                        pic  x(01).
          05 fd-cnt-data-ajuste                     pic  9(08).
          05 fd-cnt-superv                          pic  x(03).
          05 fd-cnt-ajuste                          pic  9(06)v99.
          05 fd-cnt-ajuste-sinal                    pic  x(01).

      *>----Andamento e diario da cadeia noturna (gravados pelo
      *>    cadeianoite; aqui so consultados pelo painel)
       fd arqCadCtrl.
       01 fd-ctc-reg.
          05 fd-ctc-id                              pic  9(14).
          05 fd-ctc-situacao                        pic  x(01).
          05 fd-ctc-ult-passo                       pic  9(01).
          05 fd-ctc-passo-falha                     pic  9(01).
          05 fd-ctc-rc-falha                        pic  9(04).
          05 fd-ctc-periodo-fech                    pic  9(06).
          05 fd-ctc-ano-arquivo                     pic  9(04).
          05 fd-ctc-ult-fechado                     pic  9(06).
          05 fd-ctc-ult-arq-exec                    pic  9(04).
          05 fd-ctc-data-fim                        pic  9(08).
          05 fd-ctc-hora-fim                        pic  9(06).
          05 fd-ctc-avisos                          pic  9(01).

       fd arqCadLog.
       01 fd-clg-reg.
          05 fd-clg-id                              pic  9(14).
          05 fd-clg-data                            pic  9(08).
          05 fd-clg-hora-ini                        pic  9(06).
          05 fd-clg-hora-fim                        pic  9(06).
          05 fd-clg-passo                           pic  9(01).
          05 fd-clg-nome                            pic  x(12).
          05 fd-clg-rc                              pic  9(04).
          05 fd-clg-situacao                        pic  x(08).
          05 fd-clg-qtde-antes                      pic  9(07).
          05 fd-clg-qtde-depois                     pic  9(07).
          05 fd-clg-obs                             pic  x(40).

      *>----Identificacao da unidade: codigo do sitio (separa os
      *>    arquivos enviados a matriz) e nome usado nos cabecalhos
       fd arqSitio.
       01 fd-sit-reg.
          05 fd-sit-codigo                          pic  x(03).
          05 fd-sit-nome                            pic  x(30).

      *>----Extrato mensal do sitio para a consolidacao na matriz:
      *>    cabecalho "C", um detalhe "D" por silo e fim "F" com a
      *>    quantidade de silos e os totais da unidade
       fd arqResSitio.
       01 fd-rsc-reg.
          05 fd-rsc-tipo                            pic  x(01).
          05 fd-rsc-sitio                           pic  x(03).
          05 fd-rsc-anomes                          pic  9(06).
          05 fd-rsc-nome                            pic  x(30).
          05 fd-rsc-data-ger                        pic  9(08).
          05 fd-rsc-hora-ger                        pic  9(06).
          05 filler                                 pic  x(16).
       01 fd-rsd-reg redefines fd-rsc-reg.
          05 fd-rsd-tipo                            pic  x(01).
          05 fd-rsd-sitio                           pic  x(03).
          05 fd-rsd-anomes                          pic  9(06).
          05 fd-rsd-silo                            pic  x(10).
          05 fd-rsd-grao                            pic  x(10).
          05 fd-rsd-capacidade                      pic  9(06).
          05 fd-rsd-dias                            pic  9(02).
          05 fd-rsd-media                           pic s9(02)v99.
          05 fd-rsd-minima                          pic s9(02)v99.
          05 fd-rsd-maxima                          pic s9(02)v99.
          05 fd-rsd-alertas                         pic  9(04).
          05 fd-rsd-toneladas                       pic  9(07)v99.
          05 fd-rsd-horas                           pic  9(05)v9.
          05 filler                                 pic  x(01).
       01 fd-rsf-reg redefines fd-rsc-reg.
          05 fd-rsf-tipo                            pic  x(01).
          05 fd-rsf-sitio                           pic  x(03).
          05 fd-rsf-anomes                          pic  9(06).
          05 fd-rsf-qtde-silos                      pic  9(03).
          05 fd-rsf-toneladas                       pic  9(09)v99.
          05 fd-rsf-alertas                         pic  9(05).
          05 fd-rsf-horas                           pic  9(07)v9.
          05 filler                                 pic  x(33).


      *>----Variaveis de trabalho
       Working-storage Section.
       77 ws-fs-arqResumo                          pic 9(02).
       77 ws-fs-arqLaudo                           pic 9(02).
       77 ws-fs-arqTrata                           pic 9(02).
       77 ws-fs-arqAmostra                         pic 9(02).
       77 ws-fs-arqDeposit                         pic 9(02).
       77 ws-fs-arqTaxaArm                         pic 9(02).
       77 ws-fs-arqLibera                          pic 9(02).
       77 ws-fs-arqPeriodo                         pic 9(02).
       77 ws-fs-arqReabre                          pic 9(02).
       77 ws-fs-arqTarifa                          pic 9(02).
       77 ws-fs-arqOrdem                           pic 9(02).
       77 ws-fs-arqContagem                        pic 9(02).
       77 ws-fs-arqCadCtrl                         pic 9(02).
       77 ws-fs-arqCadLog                          pic 9(02).
       77 ws-fs-arqSitio                           pic 9(02).
       77 ws-fs-arqResSitio                        pic 9(02).

      *>----Leituras do periodo corrente em memoria: um dia guarda a
      *>    leitura de cada cabo de termopar e a media/extremos do dia
          05 ws-sil-limite-baixo                   pic s9(02)v99.
          05 ws-sil-situacao                       pic x(01).
          05 ws-sil-umid-max                       pic 9(03).
          05 ws-sil-umid-grao                      pic 9(02)v9.
          05 ws-sil-dias-base                      pic 9(04).
          05 ws-sil-kw                             pic 9(03)v99.
          05 ws-sil-interv-prev                    pic 9(05).
          05 ws-sil-quebra-max                     pic 9(02)v99.
       77 ws-qtde-silos                            pic 9(02).
       77 ws-sil-ach                               pic 9(02).
       77 ws-sil-opcao                             pic 9(01).
       77 ws-sil-cap-tmp                           pic 9(06).
       77 ws-lim-alto-tmp                          pic s9(02)v99.
       77 ws-lim-baixo-tmp                         pic s9(02)v99.
       77 ws-umid-grao-tmp                         pic 9(02)v9.
       77 ws-dias-base-tmp                         pic 9(04).
       77 ws-sil-kw-tmp                            pic 9(03)v99.
       77 ws-sil-interv-tmp                        pic 9(05).
       77 ws-sil-exib-kw                           pic zz9,99.
       77 ws-sil-quebra-tmp                        pic 9(02)v99.
       77 ws-sil-exib-quebra                       pic z9,99.

       77  ws-sw-silo-valido                       pic  x(01).
           88  silo-valido                         value "S".
           88  amb-nao-duplicado                   value "N".

      *>----Movimentacao de graos dos silos (arqMovto.txt): cargas
      *>    (entradas), expedicoes (saidas) e ajustes de inventario
      *>    (tipo A, sinal "+" ou "-" apos o depositante) com tonelagem
      *>    e lote; o arquivo e apenas acrescido, na ordem em que os
      *>    movimentos sao registrados. Em memoria todo movimento tem
      *>    o sinal: "+" soma no saldo, "-" subtrai
       01 ws-movtos occurs 999.
          05 ws-mov-data                           pic 9(08).
          05 ws-mov-data-r redefines ws-mov-data.
          05 ws-mov-tonelada                       pic 9(06)v99.
          05 ws-mov-grao                           pic x(10).
          05 ws-mov-lote                           pic x(06).
          05 ws-mov-depositante                    pic x(05).
          05 ws-mov-sinal                          pic x(01).
       77 ws-qtde-movtos                           pic 9(03).
       77 ws-mov-ind                               pic 9(03).
       77 ws-mov-opcao                             pic 9(01).
           88  movtos-truncados                    value "S".
           88  movtos-completos                    value "N".

       77  ws-sw-movto-gravado                     pic  x(01).
           88  movto-gravado                       value "S".
           88  movto-nao-gravado                   value "N".

      *>----Campos de trabalho do registro de um movimento
       77 ws-mov-data-acc                          pic 9(08).
       01 ws-mov-data-w.
       77 ws-mov-ton-w                             pic 9(06)v99.
       77 ws-mov-grao-w                            pic x(10).
       77 ws-mov-lote-w                            pic x(06).
       77 ws-mov-dep-w                             pic x(05).
       77 ws-mov-sinal-w                           pic x(01).
       77 ws-mov-exib-sinal                        pic x(01).

      *>----Saldo e lote corrente apurados da movimentacao do silo em
      *>    ws-mov-silo-w (lote-inicio = data da carga que encheu o
       77 ws-mov-exib-pct                          pic zz9,99.
       77 ws-lote-aaaamm                           pic 9(06).

      *>----Contagens fisicas de estoque (arqContagem.txt): saldo
      *>    medido x saldo contabil da movimentacao na data da
      *>    contagem; o metodo e V=volumetrico (cubagem), P=pesagem,
      *>    S=sonda/scanner
       01 ws-contagens occurs 999.
          05 ws-cnt-data                           pic 9(08).
          05 ws-cnt-silo                           pic x(10).
          05 ws-cnt-medida                         pic 9(06)v99.
          05 ws-cnt-metodo                         pic x(01).
          05 ws-cnt-oper                           pic x(03).
          05 ws-cnt-contabil                       pic 9(06)v99.
          05 ws-cnt-situacao                       pic x(01).
          05 ws-cnt-data-ajuste                    pic 9(08).
          05 ws-cnt-superv                         pic x(03).
          05 ws-cnt-ajuste                         pic 9(06)v99.
          05 ws-cnt-ajuste-sinal                   pic x(01).
       77 ws-qtde-contagens                        pic 9(03).
       77 ws-cnt-ind                               pic 9(04).
       77 ws-cnt-ach                               pic 9(03).
       77 ws-cnt-sil                               pic 9(02).
       77 ws-cnt-medida-w                          pic 9(06)v99.
       77 ws-cnt-metodo-w                          pic x(01).
       77 ws-cnt-saldo-data                        pic s9(08)v99.
       77 ws-cnt-saldo-lote                        pic s9(08)v99.
       77 ws-cnt-contabil-w                        pic 9(06)v99.
       77 ws-cnt-dif                               pic s9(07)v99.
       77 ws-cnt-dif-abs                           pic 9(07)v99.
       77 ws-cnt-pct                               pic s9(05)v99.
       77 ws-cnt-pct-abs                           pic 9(05)v99.
       77 ws-cnt-tol                               pic 9(02)v99.
       77 ws-cnt-resultado                         pic x(11).
       77 ws-cnt-confirma                          pic x(01).
       77 ws-cnt-tri                               pic 9(01).
       77 ws-cnt-de                                pic 9(08).
       77 ws-cnt-ate                               pic 9(08).
       77 ws-cnt-tot-qtde                          pic 9(03).
       77 ws-cnt-tot-fora                          pic 9(03).
       77 ws-cnt-tot-pend                          pic 9(03).
       77 ws-cnt-tot-contabil                      pic 9(08)v99.
       77 ws-cnt-tot-medida                        pic 9(08)v99.
       77 ws-cnt-tot-dif                           pic s9(08)v99.
       77 ws-cnt-exib-ton                          pic zzzzz9,99.
       77 ws-cnt-exib-dif                          pic -zzzzz9,99.
       77 ws-cnt-exib-pct                          pic -zz9,99.
       77 ws-cnt-exib-tot                          pic zzzzzz9,99.
       77 ws-cnt-exib-totdif                       pic -zzzzzz9,99.
       77 ws-cnt-exib-metodo                       pic x(12).
       77 ws-cnt-linha-salva                       pic x(80).

       77  ws-sw-cnt-overflow                      pic  x(01).
           88  contagens-truncadas                 value "S".
           88  contagens-completas                 value "N".

       77  ws-sw-cnt-tolerancia                    pic  x(01).
           88  contagem-na-tolerancia              value "S".
           88  contagem-fora-tolerancia            value "N".

      *>----Cortes de lote DENTRO do periodo corrente, um flag por dia
      *>    (um mes pode ter mais de uma troca de lote e cada uma e um
      *>    corte no relatorio, no laudo e na janela de tendencia)
           88  lote-continuo                       value "N".

      *>----Registro de saude dos cabos de termopar (arqCabo.txt):
      *>    situacao A=ativo / D=defeituoso e datas de instalacao,
      *>    calibracao, do ultimo reparo (fechamento da ordem de
      *>    manutencao) e da ultima marcacao de defeito; cabo sem
      *>    registro e tratado como ativo
       01 ws-cabreg occurs 400.
          05 ws-cbo-silo                           pic x(10).
          05 ws-cbo-numero                         pic 9(02).
          05 ws-cbo-situacao                       pic x(01).
          05 ws-cbo-data-inst                      pic 9(08).
          05 ws-cbo-data-calib                     pic 9(08).
          05 ws-cbo-data-reparo                    pic 9(08).
          05 ws-cbo-data-defeito                   pic 9(08).
       77 ws-qtde-cabos-reg                        pic 9(03).
       77 ws-cbo-ach                               pic 9(03).
       77 ws-cbo-ind                               pic 9(03).
       77 ws-cbo-opcao                             pic 9(01).
       77 ws-cbo-data-tmp                          pic 9(08).
       77 ws-cbo-sil-ach                           pic 9(02).
       77 ws-cbo-data-leit                         pic 9(08).

       77  ws-sw-cbo-overflow                      pic  x(01).
           88  cabos-reg-truncados                 value "S".
           88  cabo-defeituoso                     value "S".
           88  cabo-ok                             value "N".

      *>----Ordens de manutencao (arqOrdem.txt): tipo C=cabo de
      *>    termopar, V=ventilador (corretiva), P=preventiva de
      *>    ventilador; situacao A=aberta, T=atribuida, F=fechada,
      *>    X=cancelada
       01 ws-ordens occurs 999.
          05 ws-ord-numero                         pic 9(06).
          05 ws-ord-tipo                           pic x(01).
          05 ws-ord-silo                           pic x(10).
          05 ws-ord-cabo                           pic 9(02).
          05 ws-ord-situacao                       pic x(01).
          05 ws-ord-data-abert                     pic 9(08).
          05 ws-ord-oper-abert                     pic x(03).
          05 ws-ord-responsavel                    pic x(20).
          05 ws-ord-data-atrib                     pic 9(08).
          05 ws-ord-data-fecha                     pic 9(08).
          05 ws-ord-oper-fecha                     pic x(03).
          05 ws-ord-descricao                      pic x(40).
          05 ws-ord-solucao                        pic x(40).
          05 ws-ord-horas-vent                     pic 9(05).
       77 ws-qtde-ordens                           pic 9(03).
       77 ws-ord-ind                               pic 9(04).
       77 ws-ord-ach                               pic 9(03).
       77 ws-ord-opcao                             pic 9(01).
       77 ws-ord-ult-numero                        pic 9(06).
       77 ws-ord-num-tmp                           pic 9(06).
       77 ws-ord-tipo-w                            pic x(01).
       77 ws-ord-silo-w                            pic x(10).
       77 ws-ord-cabo-w                            pic 9(02).
       77 ws-ord-desc-w                            pic x(40).
       77 ws-ord-horas-w                           pic 9(05).
       77 ws-ord-texto-tmp                         pic x(40).
       77 ws-ord-resp-tmp                          pic x(20).
       77 ws-ord-sil                               pic 9(02).
       77 ws-ord-base-prev                         pic 9(08).
       77 ws-ord-min-uso                           pic 9(07).
       77 ws-ord-horas-uso                         pic 9(05).
       77 ws-ord-geradas                           pic 9(03).
       77 ws-ord-dias                              pic 9(05).
       77 ws-ord-serial-hoje                       pic 9(07).
       77 ws-ord-qtde-silo                         pic 9(03).
       77 ws-ord-exib-sit                          pic x(09).
       77 ws-ord-exib-tipo                         pic x(10).
       77 ws-ord-exib-dias                         pic zzzz9.
       01 ws-ord-faixas.
          05 ws-ord-faixa occurs 4                 pic 9(03).
       01 ws-ord-faixas-tot.
          05 ws-ord-faixa-tot occurs 4             pic 9(04).
       77 ws-ord-fx                                pic 9(01).

       77  ws-sw-ord-overflow                      pic  x(01).
           88  ordens-truncadas                    value "S".
           88  ordens-completas                    value "N".

       77  ws-sw-ord-pendente                      pic  x(01).
           88  ordem-pendente                      value "S".
           88  ordem-sem-pendencia                 value "N".

      *>----Resumo da ultima cadeia noturna no painel
       77 ws-cad-id                                pic 9(14).
       77 ws-cad-situacao                          pic x(01).
       77 ws-cad-passo-falha                       pic 9(01).
       77 ws-cad-linhas                            pic 9(02).
       77 ws-cad-exib-data                         pic x(10).
       77 ws-cad-exib-hora                         pic x(08).
       77 ws-cad-exib-rc                           pic zzz9.
       77 ws-cad-exib-qtde                         pic z(06)9.

      *>----Relatorio de saude dos cabos: cabo travado (mesma leitura
      *>    por N dias) ou persistentemente longe dos demais cabos
       77 ws-sau-dias-flat                         pic 9(02) value 5.
       77 ws-aec-sem-aeracao                       pic 9(02).
       77 ws-aec-sem-recom                         pic 9(02).

      *>----Tabela de tarifas de energia (arqTarifa.txt): faixas
      *>    horarias hhmm do dia (fim menor que o inicio cruza a
      *>    meia-noite; o minuto do fim ja nao pertence a faixa),
      *>    tipo P=ponta, F=fora de ponta, N=noturna com desconto e
      *>    preco do kWh
       01 ws-tarifas occurs 24.
          05 ws-tar-hora-ini                       pic 9(04).
          05 ws-tar-hora-fim                       pic 9(04).
          05 ws-tar-tipo                           pic x(01).
          05 ws-tar-descricao                      pic x(20).
          05 ws-tar-preco                          pic 9(02)v9(04).
       77 ws-qtde-tarifas                          pic 9(02).
       77 ws-tar-ind                               pic 9(02).
       77 ws-tar-ach                               pic 9(02).
       77 ws-tar-opcao                             pic 9(01).
       77 ws-tar-hini-tmp                          pic 9(04).
       77 ws-tar-hfim-tmp                          pic 9(04).
       77 ws-tar-tipo-tmp                          pic x(01).
       77 ws-tar-desc-tmp                          pic x(20).
       77 ws-tar-preco-tmp                         pic 9(02)v9(04).
       77 ws-tar-exib-preco                        pic z9,9999.
       77 ws-tar-exib-tipo                         pic x(12).

       77  ws-sw-tar-overflow                      pic  x(01).
           88  tarifas-truncadas                   value "S".
           88  tarifas-completas                   value "N".

       77  ws-sw-tar-valida                        pic  x(01).
           88  tarifa-valida                       value "S".
           88  tarifa-invalida                     value "N".

      *>----Custo de energia da aeracao: cada corrida de ventilador e
      *>    repartida nas faixas da tarifa pela sobreposicao de
      *>    intervalos em minutos do dia
       77 ws-enr-ano                               pic 9(04).
       77 ws-enr-mes                               pic 9(02).
       77 ws-enr-ano-tmp                           pic 9(04).
       77 ws-enr-mes-tmp                           pic 9(02).
       77 ws-enr-dias-mes                          pic 9(02).
       77 ws-enr-dia                               pic 9(02).
       77 ws-enr-sil                               pic 9(02).
       77 ws-enr-kw                                pic 9(03)v99.
       01 ws-enr-hora-w                            pic 9(04).
       01 ws-enr-hora-r redefines ws-enr-hora-w.
          05 ws-enr-hora-hh                        pic 9(02).
          05 ws-enr-hora-mm                        pic 9(02).
       77 ws-enr-run-ini                           pic s9(05).
       77 ws-enr-run-fim                           pic s9(05).
       77 ws-enr-faixa-ini                         pic s9(05).
       77 ws-enr-faixa-fim                         pic s9(05).
       77 ws-enr-desloc                            pic s9(05).
       77 ws-enr-sob-ini                           pic s9(05).
       77 ws-enr-sob-fim                           pic s9(05).
       77 ws-enr-min-faixa                         pic 9(05).
       77 ws-enr-min-cob                           pic 9(05).
       77 ws-enr-min-ponta                         pic 9(05).
       77 ws-enr-kwh-faixa                         pic 9(05)v9(04).
       77 ws-enr-custo-run                         pic 9(07)v9(04).
       77 ws-enr-min-sil                           pic 9(07).
       77 ws-enr-ponta-sil                         pic 9(07).
       77 ws-enr-sem-tar-sil                       pic 9(07).
       77 ws-enr-custo-sil                         pic 9(07)v9(04).
       77 ws-enr-kwh-sil                           pic 9(07)v99.
       77 ws-enr-corridas-sil                      pic 9(03).
       77 ws-enr-ton-dia                           pic 9(10)v99.
       77 ws-enr-ocup-media                        pic 9(08)v99.
       77 ws-enr-custo-ton                         pic 9(05)v9(04).
       77 ws-enr-data-lim                          pic 9(08).
       77 ws-enr-saldo                             pic s9(08)v99.
       77 ws-enr-mov-ind                           pic 9(04).
       77 ws-enr-kwh-tot                           pic 9(08)v99.
       77 ws-enr-custo-tot                         pic 9(08)v99.
       77 ws-enr-ton-tot                           pic 9(08)v99.
       77 ws-enr-ponta-tot                         pic 9(03).
       77 ws-enr-silos-rel                         pic 9(02).
       77 ws-enr-sem-tar-tot                       pic 9(07).
       77 ws-enr-exib-kw                           pic zz9,99.
       77 ws-enr-exib-horas                        pic zzzz9,99.
       77 ws-enr-exib-kwh                          pic zzzzzz9,99.
       77 ws-enr-exib-custo                        pic zzzzzz9,99.
       77 ws-enr-exib-ton                          pic zzzzzz9,99.
       77 ws-enr-exib-cton                         pic zzz9,9999.
       77 ws-enr-exib-min                          pic zzzz9.

      *>----Cadastro de operadores (arqOperador.txt): codigo de tres
      *>    letras, nome, nivel S=supervisor / O=operador de digitacao
      *>    e situacao; a sessao interativa exige identificacao e as
       77 ws-lau-grao                              pic x(10).
       77 ws-lau-situacao                          pic x(13).
       77 ws-lau-tend                              pic x(09).
      *>----Nome do sitio nos cabecalhos: codigo + espaco + nome (34
      *>    posicoes, FOLHA fica na mesma coluna)
       77 ws-nome-sitio                            pic x(34)
           value "SITIO ARMAZENAGEM DE GRAOS".

      *>----Unidade (arqSitio.txt): cada sitio roda a sua copia do
      *>    sistema; o codigo identifica o extrato enviado a matriz
       77 ws-sit-codigo                            pic x(03) value spaces.
       77 ws-sit-nome                              pic x(30) value spaces.

      *>----Extrato mensal do sitio (resumoSitio-<sitio>-aaaamm.txt):
      *>    media e extremos do mes de cada silo processado no
      *>    fechamento batch, guardados ate a gravacao do extrato
       77 ws-rsi-nome                              pic x(40).
       01 ws-rsi-silos occurs 50.
          05 ws-rsi-silo                           pic x(10).
          05 ws-rsi-dias                           pic 9(02).
          05 ws-rsi-media                          pic s9(02)v99.
          05 ws-rsi-minima                         pic s9(02)v99.
          05 ws-rsi-maxima                         pic s9(02)v99.
       77 ws-rsi-qtde                              pic 9(02) value 0.
       77 ws-rsi-ind                               pic 9(02).
       77 ws-rsi-ach                               pic 9(02).
       77 ws-rsi-silo-w                            pic x(10).
       77 ws-rsi-soma                              pic s9(04)v99.
       77 ws-rsi-alertas                           pic 9(04).
       77 ws-rsi-toneladas                         pic 9(07)v99.
       77 ws-rsi-horas                             pic 9(05)v9.
       77 ws-rsi-qtde-grav                         pic 9(03).
       77 ws-rsi-tot-ton                           pic 9(09)v99.
       77 ws-rsi-tot-alertas                       pic 9(05).
       77 ws-rsi-tot-horas                         pic 9(07)v9.
       77 ws-rsi-hora                              pic 9(08).

      *>----Painel matinal de situacao dos silos: uma linha por silo
      *>    ativo com a ultima leitura, a media do ultimo dia frente
      *>    aos limites, alertas em aberto e tendencia; os piores
           88  modo-batch                          value "B".
           88  modo-interativo                     value "I".

      *>----Tipo do batch (terceira posicao de batchParm.txt): "I"
      *>    importa o datalogger; branco ou "F" fecha o periodo
       77  ws-sw-tipo-batch                        pic  x(01).
           88  batch-importacao                    value "I".
           88  batch-fechamento                    value "F" " ".

      *>----Reconciliacao de faltas (dias esperados x registrados);
      *>    a tabela comporta a volumetria real (3 anos x 12 silos
      *>    sao ~432 pares periodo/silo)
           88  silo-em-tendencia                   value "S".
           88  silo-sem-tendencia                  value "N".

      *>----Amostragem de umidade/qualidade do grao (arqAmostra.txt):
      *>    data, silo, lote da movimentacao, umidade, impureza e
      *>    presenca de insetos, com o operador que registrou
       01 ws-amostras occurs 999.
          05 ws-amo-data                           pic 9(08).
          05 ws-amo-data-r redefines ws-amo-data.
             10 ws-amo-ano                         pic 9(04).
             10 ws-amo-mes                         pic 9(02).
             10 ws-amo-dia                         pic 9(02).
          05 ws-amo-silo                           pic x(10).
          05 ws-amo-lote                           pic x(06).
          05 ws-amo-umidade                        pic 9(02)v9.
          05 ws-amo-impureza                       pic 9(02)v9.
          05 ws-amo-insetos                        pic x(01).
          05 ws-amo-operador                       pic x(03).
       77 ws-qtde-amostras                         pic 9(03).
       77 ws-amo-ind                               pic 9(03).
       77 ws-amo-ach                               pic 9(03).
       77 ws-amo-opcao                             pic 9(01).
       77 ws-amo-achados                           pic 9(03).

       77  ws-sw-amo-overflow                      pic  x(01).
           88  amostras-truncadas                  value "S".
           88  amostras-completas                  value "N".

      *>----Campos de trabalho do registro de uma amostra
       77 ws-amo-data-acc                          pic 9(08).
       01 ws-amo-data-w.
          05 ws-amo-ano-w                          pic 9(04).
          05 ws-amo-mes-w                          pic 9(02).
          05 ws-amo-dia-w                          pic 9(02).
       77 ws-amo-silo-w                            pic x(10).
       77 ws-amo-lote-w                            pic x(06).
       77 ws-amo-umid-w                            pic 9(02)v9.
       77 ws-amo-impur-w                           pic 9(02)v9.
       77 ws-amo-insetos-w                         pic x(01).
       77 ws-amo-exib-pct                          pic z9,9.

       77  ws-sw-lote-valido                       pic  x(01).
           88  lote-valido                         value "S".
           88  lote-invalido                       value "N".

      *>----Tempo de armazenagem seguro: a vida do lote na umidade
      *>    segura do grao e na temperatura de referencia vem do
      *>    cadastro (dias-base); cada ponto de umidade acima da segura
      *>    e cada passo de temperatura acima da referencia cortam a
      *>    vida pela metade (abaixo, dobram - no maximo duas vezes).
      *>    Cada dia armazenado consome 1/vida do dia; o que sobra do
      *>    lote sao os dias restantes nas condicoes atuais
       77 ws-arm-temp-ref                          pic s9(02)v99 value 25,00.
       77 ws-arm-passo-temp                        pic 9(02)v99 value 05,00.
       77 ws-arm-dias-alerta                       pic 9(03) value 030.
       77 ws-arm-temp-ref-tmp                      pic s9(02)v99.
       77 ws-arm-passo-tmp                         pic 9(02)v99.
       77 ws-arm-alerta-tmp                        pic 9(03).
       77 ws-arm-temp                              pic s9(02)v99.
       77 ws-arm-umid                              pic 9(02)v9.
       77 ws-arm-excesso                           pic s9(03)v9(04).
       77 ws-arm-dobras                            pic 9(01).
       77 ws-arm-dias-perm                         pic 9(06)v99.
       77 ws-arm-perm-ant                          pic 9(06)v99.
       77 ws-arm-consumo                           pic 9(03)v9(06).
       77 ws-arm-dias                              pic 9(05).
       77 ws-arm-dia-cor                           pic 9(08).
       77 ws-arm-soma-dia                          pic s9(04)v99.
       77 ws-arm-qtde-dia                          pic 9(02).
       77 ws-arm-media-dia                         pic s9(02)v99.
       77 ws-arm-ser-lote                          pic 9(07).
       77 ws-arm-ser-ant                           pic 9(07).
       77 ws-arm-ser-hoje                          pic 9(07).
       77 ws-arm-restante                          pic s9(06)v99.
       77 ws-arm-exib-dias                         pic zzzz9.
       77 ws-arm-exib-cons                         pic zz9.
       77 ws-arm-data-melhor                       pic 9(08).
       77 ws-arm-data-prim                         pic 9(08).
       77 ws-arm-umid-prim                         pic 9(02)v9.

      *>----Uma linha por lote armazenado no relatorio de risco,
      *>    ordenada dos dias restantes menores para os maiores
       01 ws-risco-tab.
          05 ws-risco occurs 50.
             10 ws-rsc-silo                        pic x(10).
             10 ws-rsc-lote                        pic x(06).
             10 ws-rsc-saldo                       pic 9(06)v99.
             10 ws-rsc-umid                        pic 9(02)v9.
             10 ws-rsc-umid-seg                    pic 9(02)v9.
             10 ws-rsc-insetos                     pic x(01).
             10 ws-rsc-temp                        pic s9(02)v99.
             10 ws-rsc-consumo                     pic 9(03).
             10 ws-rsc-dias-rest                   pic 9(05).
             10 ws-rsc-acao                        pic x(10).
       77 ws-qtde-risco                            pic 9(02).
       77 ws-rsc-ind                               pic 9(02).
       77 ws-rsc-ind2                              pic 9(02).
       77 ws-rsc-prox                              pic 9(02).
       01 ws-rsc-salva                             pic x(60).

      *>----Depositantes (arqDeposit.txt): terceiros donos do grao
      *>    guardado, a quem a armazenagem e faturada; carga sem
      *>    depositante e estoque proprio e nao entra no faturamento
       01 ws-depositantes occurs 200.
          05 ws-dep-codigo                         pic x(05).
          05 ws-dep-nome                           pic x(30).
          05 ws-dep-documento                      pic x(14).
          05 ws-dep-situacao                       pic x(01).
       77 ws-qtde-deposit                          pic 9(03).
       77 ws-dep-ach                               pic 9(03).
       77 ws-dep-ind                               pic 9(03).
       77 ws-dep-opcao                             pic 9(01).
       77 ws-dep-cod-tmp                           pic x(05).
       77 ws-dep-nome-tmp                          pic x(30).
       77 ws-dep-doc-tmp                           pic x(14).
       77 ws-dep-saldo                             pic s9(08)v99.
       77 ws-dep-dono-lote                         pic x(05).
       77 ws-dep-achados                           pic 9(03).

       77  ws-sw-dep-valido                        pic  x(01).
           88  depositante-valido                  value "S".
           88  depositante-invalido                value "N".

       77  ws-sw-dep-overflow                      pic  x(01).
           88  deposit-truncados                   value "S".
           88  deposit-completos                   value "N".

      *>----Taxas de armazenagem por grao (arqTaxaArm.txt): valor por
      *>    tonelada-dia guardada e taxa de recepcao por tonelada
      *>    recebida, aplicadas pelo faturamento mensal (faturaarm)
       01 ws-taxas occurs 50.
          05 ws-tax-grao                           pic x(10).
          05 ws-tax-ton-dia                        pic 9(02)v9(04).
          05 ws-tax-recepcao                       pic 9(03)v99.
       77 ws-qtde-taxas                            pic 9(02).
       77 ws-tax-ach                               pic 9(02).
       77 ws-tax-ind                               pic 9(02).
       77 ws-tax-grao-tmp                          pic x(10).
       77 ws-tax-dia-tmp                           pic 9(02)v9(04).
       77 ws-tax-rec-tmp                           pic 9(03)v99.
       77 ws-tax-exib-dia                          pic z9,9999.
       77 ws-tax-exib-rec                          pic zz9,99.

       77  ws-sw-tax-overflow                      pic  x(01).
           88  taxas-truncadas                     value "S".
           88  taxas-completas                     value "N".

      *>----Bloqueio de qualidade na expedicao: silo dentro da janela
      *>    de reentrada de um tratamento ou com alerta critico em
      *>    aberto (media do silo fora do limite ou cabo acima do
      *>    limite alto) so expede com liberacao de supervisor,
      *>    registrada em arqLibera.txt
       77 ws-lib-motivo                            pic x(30).
       77 ws-lib-supervisor                        pic x(03).
       77 ws-lib-justificativa                     pic x(40).
       77 ws-lib-resposta                          pic x(01).
       77 ws-lib-alertas                           pic 9(03).
       77 ws-lib-exib-data                         pic x(10).

       77  ws-sw-lib-bloqueio                      pic  x(01).
           88  expedicao-bloqueada                 value "S".
           88  expedicao-livre                     value "N".

       77  ws-sw-lib-liberada                      pic  x(01).
           88  expedicao-liberada                  value "S".
           88  expedicao-nao-liberada              value "N".

      *>----Certificado de rastreabilidade de um lote: da primeira
      *>    carga do lote ate o silo voltar a zero (ou hoje, com o
      *>    lote ainda guardado), impresso no arquivo do laudo com
      *>    outro nome (rastreioLote-<lote>.txt)
       77 ws-rst-lote                              pic x(06).
       77 ws-rst-silo                              pic x(10).
       77 ws-rst-dono                              pic x(05).
       77 ws-rst-inicio                            pic 9(08).
       77 ws-rst-fim                               pic 9(08).
       77 ws-rst-cand                              pic 9(08).
       77 ws-rst-saldo                             pic s9(08)v99.
       77 ws-rst-recebido                          pic 9(08)v99.
       77 ws-rst-expedido                          pic 9(08)v99.
       77 ws-rst-ajuste-mais                       pic 9(08)v99.
       77 ws-rst-ajuste-menos                      pic 9(08)v99.
       77 ws-rst-ind                               pic 9(04).
       77 ws-rst-ind2                              pic 9(04).
       77 ws-rst-achados                           pic 9(04).
       77 ws-rst-data-w                            pic 9(08).
       77 ws-rst-exib-data                         pic x(10).
       77 ws-rst-exib-data2                        pic x(10).
       77 ws-rst-exib-ton                          pic zzzzzzz9,99.
       77 ws-rst-exib-temp2                        pic -9(02),99.
       77 ws-rst-exib-qtde                         pic zzz9.
       77 ws-rst-dia-cor                           pic 9(08).
       77 ws-rst-soma                              pic s9(06)v99.
       77 ws-rst-qtde                              pic 9(03).
       77 ws-rst-min                               pic s9(02)v99.
       77 ws-rst-max                               pic s9(02)v99.
       77 ws-rst-media                             pic s9(02)v99.
       77 ws-rst-situacao                          pic x(15).
       77 ws-rst-titulo                            pic x(80).
       77 ws-rst-linha-salva                       pic x(80).

       77  ws-sw-rst-lote                          pic  x(01).
           88  lote-encerrado                      value "S".
           88  lote-armazenado                     value "N".

      *>----Situacao do periodo por silo/mes (arqPeriodo.txt): F =
      *>    fechado pelo batch depois do laudo, R = reaberto por
      *>    supervisor (cada reabertura conta uma reemissao do laudo);
      *>    periodo sem registro esta aberto. Periodo fechado nao
      *>    aceita gravacao em arqTemp.dat.
       01 ws-fechamentos occurs 999.
          05 ws-fch-silo                           pic x(10).
          05 ws-fch-ano                            pic 9(04).
          05 ws-fch-mes                            pic 9(02).
          05 ws-fch-situacao                       pic x(01).
          05 ws-fch-reemissao                      pic 9(02).
          05 ws-fch-data                           pic 9(08).
          05 ws-fch-operador                       pic x(03).
       77 ws-qtde-fechamentos                      pic 9(03).
       77 ws-fch-ach                               pic 9(03).
       77 ws-fch-ind                               pic 9(04).
       77 ws-fch-opcao                             pic 9(01).
       77 ws-fch-silo-tmp                          pic x(10).
       77 ws-fch-ano-tmp                           pic 9(04).
       77 ws-fch-mes-tmp                           pic 9(02).
       77 ws-fch-motivo                            pic x(40).
       77 ws-fch-exib-sit                          pic x(09).
       77 ws-lau-reemissao                         pic 9(02).

       77  ws-sw-fch-fechado                       pic  x(01).
           88  periodo-fechado                     value "S".
           88  periodo-aberto                      value "N".

       77  ws-sw-fch-overflow                      pic  x(01).
           88  fechamentos-truncados               value "S".
           88  fechamentos-completos               value "N".



      *>----Variaveis para comunicação entre programas
           perform verifica-modo-batch.

           if modo-batch
               if batch-importacao
                   perform executa-importacao-batch
               else
                   perform executa-batch
               end-if
           else
               perform inicializa
               perform menu-principal
      *>  Decide o modo de execucao: havendo batchParm.txt com um
      *>  periodo valido, roda o fechamento sem nenhum ACCEPT (proprio
      *>  para agendamento noturno); sem o arquivo, segue interativo.
      *>  Com "I" apos o periodo, o batch e a importacao do datalogger.
      *>=======================================================================

       verifica-modo-batch section.
      *> nao e confiavel depois de fechar o arquivo
                           move fd-parm-ano to ws-periodo-ano
                           move fd-parm-mes to ws-periodo-mes
                           move fd-parm-modo to ws-sw-tipo-batch
                           if not batch-importacao
                               set batch-fechamento to true
                           end-if
                       end-if
               end-read

      *>=======================================================================
      *>  Fechamento de mes sem operador: carrega cadastro e alertas,
      *>  descobre os silos com leitura no periodo do parametro e emite,
      *>  para cada um, o relatorio completo e o CSV proprio, fechando
      *>  o periodo do silo depois do laudo.
      *>=======================================================================

       executa-batch section.
           perform carrega_cabos
           perform carrega_aeracoes
           perform carrega_tratas
           perform carrega_periodos
           perform carrega_ordens
           perform carrega_sitio

      *> -------------  ws-periodo-ano/mes ja vieram de batchParm.txt
           move ws-periodo-ano to ws-calc-ano

           if ws-bat-qtde = 0 then
               display "Nenhum silo com leituras no periodo."
               if return-code < 4
                   move 4 to return-code
               end-if
           else
               display ws-bat-qtde " silo(s) com leituras no periodo."

               display "Fechamento batch concluido."
           end-if

      *> -------------  Preventivas de ventilador vencidas no periodo
           perform gera-preventivas

      *> -------------  Extrato do mes para a consolidacao na matriz
           perform grava-resumo-sitio

           .
       executa-batch-exit.
           exit.

      *>=======================================================================
      *>  Importacao noturna do datalogger sem operador: carrega o que
      *>  as criticas da importacao consultam e importa importTemp.txt.
      *>  RETURN-CODE 4 sem arquivo ou com rejeitados, 8 quando os
      *>  arquivos da importacao nao abrem.
      *>=======================================================================

       executa-importacao-batch section.

           accept ws-data-hoje from date yyyymmdd
           move ws-data-hoje to ws-data-hoje-r

           move "BAT" to ws-oper-atual
           move "S"   to ws-oper-nivel

           perform carrega_operadores
           perform carrega_silos
           perform carrega_alertas
           perform carrega_cabos
           perform carrega_tratas
           perform carrega_periodos

           display "==========================================="
           display " Importacao batch do datalogger"
           display "==========================================="

           perform importa_leituras

           .
       executa-importacao-batch-exit.
           exit.

      *>=======================================================================
      *>  Varre o periodo no arquivo indexado e monta a lista de silos
      *>  distintos com leitura gravada.
               close arqTemp
           else
               display "File Status ao abrir input arquivo: " ws-fs-arqTemp
               move 8 to return-code
           end-if

           .
           end-if

           perform carrega_historico
           perform acumula-resumo-silo
           perform relatorio
           perform exportar

      *> -------------  Laudo emitido: o periodo do silo fecha e nada
      *> -------------  mais grava nele sem reabertura do supervisor
           move ws-silo-atual  to ws-fch-silo-tmp
           move ws-periodo-ano to ws-fch-ano-tmp
           move ws-periodo-mes to ws-fch-mes-tmp
           perform fecha-periodo

           .
       processa-silo-batch-exit.
           exit.

      *>=======================================================================
      *>  Identificacao da unidade (arqSitio.txt): codigo do sitio e
      *>  nome que passa aos cabecalhos dos relatorios. Sem o arquivo
      *>  fica o nome padrao e o extrato para a matriz nao e gerado.
      *>=======================================================================

       carrega_sitio section.

           move spaces to ws-sit-codigo
           move spaces to ws-sit-nome

           open input arqSitio

           if ws-fs-arqSitio = 0
           or ws-fs-arqSitio = 05 then
               read arqSitio
                   at end
                       continue
                   not at end
                       move fd-sit-codigo to ws-sit-codigo
                       move fd-sit-nome   to ws-sit-nome
               end-read

               close arqSitio
           else
               display "File Status ao abrir identificacao do sitio: "
                   ws-fs-arqSitio
           end-if

           inspect ws-sit-codigo
               converting "abcdefghijklmnopqrstuvwxyz"
                       to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           if ws-sit-codigo <> spaces then
               move spaces to ws-nome-sitio
               if ws-sit-nome = spaces
                   move "SITIO ARMAZENAGEM DE GRAOS" to ws-sit-nome
               end-if
               string
                   ws-sit-codigo       delimited by size
                   " "                 delimited by size
                   ws-sit-nome         delimited by size
                   into ws-nome-sitio
               end-string
           end-if

           .
       carrega_sitio-exit.
           exit.

      *>=======================================================================
      *>  Guarda a media do mes e os extremos entre cabos do silo
      *>  corrente do fechamento batch para o extrato do sitio (dia
      *>  sem leitura ou so com cabos defeituosos nao entra)
      *>=======================================================================

       acumula-resumo-silo section.

           if ws-rsi-qtde < 50 then
               add 1 to ws-rsi-qtde
               move ws-silo-atual to ws-rsi-silo(ws-rsi-qtde)
               move 0 to ws-rsi-dias(ws-rsi-qtde)
               move 0 to ws-rsi-media(ws-rsi-qtde)
               move 0 to ws-rsi-minima(ws-rsi-qtde)
               move 0 to ws-rsi-maxima(ws-rsi-qtde)
               move 0 to ws-rsi-soma

               perform varying ws-ind from 1 by 1
                   until ws-ind > ws-qtde-carregados
                   if ws-ano(ws-ind) <> 0
                   and ws-dia-cab-sadios(ws-ind) > 0 then
                       add ws-temperatura(ws-ind) to ws-rsi-soma
                       if ws-rsi-dias(ws-rsi-qtde) = 0
                       or ws-dia-cab-min(ws-ind)
                           < ws-rsi-minima(ws-rsi-qtde)
                           move ws-dia-cab-min(ws-ind)
                               to ws-rsi-minima(ws-rsi-qtde)
                       end-if
                       if ws-rsi-dias(ws-rsi-qtde) = 0
                       or ws-dia-cab-max(ws-ind)
                           > ws-rsi-maxima(ws-rsi-qtde)
                           move ws-dia-cab-max(ws-ind)
                               to ws-rsi-maxima(ws-rsi-qtde)
                       end-if
                       add 1 to ws-rsi-dias(ws-rsi-qtde)
                   end-if
               end-perform

               if ws-rsi-dias(ws-rsi-qtde) > 0
                   divide ws-rsi-soma by ws-rsi-dias(ws-rsi-qtde)
                       giving ws-rsi-media(ws-rsi-qtde) rounded
               end-if
           end-if

           .
       acumula-resumo-silo-exit.
           exit.

      *>=======================================================================
      *>  Extrato mensal do sitio para a matriz: um detalhe por silo
      *>  ativo do cadastro (e por silo fora do cadastro que teve
      *>  leitura no mes) com temperaturas, alertas em aberto, saldo
      *>  em toneladas no ultimo dia do mes e horas de ventilador.
      *>  Sem codigo do sitio o extrato nao sai (RETURN-CODE 4).
      *>=======================================================================

       grava-resumo-sitio section.

           evaluate true
               when ws-sit-codigo = spaces
                   display "*** AVISO: arqSitio.txt sem o codigo do sitio; "
                       "extrato para a matriz NAO gerado. ***"
                   if return-code < 4
                       move 4 to return-code
                   end-if
               when return-code >= 8
                   display "Fechamento com erro; extrato para a matriz "
                       "NAO gerado."
               when other
                   move spaces to ws-rsi-nome
                   string
                       "resumoSitio-"      delimited by size
                       ws-sit-codigo       delimited by space
                       "-"                 delimited by size
                       ws-periodo-ano      delimited by size
                       ws-periodo-mes      delimited by size
                       ".txt"              delimited by size
                       into ws-rsi-nome
                   end-string

                   open output arqResSitio

                   if ws-fs-arqResSitio <> 0 then
                       display "File Status ao abrir extrato " ws-rsi-nome
                           ": " ws-fs-arqResSitio
                       move 8 to return-code
                   else
                       move 0 to ws-rsi-qtde-grav
                       move 0 to ws-rsi-tot-ton
                       move 0 to ws-rsi-tot-alertas
                       move 0 to ws-rsi-tot-horas

                       accept ws-rsi-hora from time

                       move spaces           to fd-rsc-reg
                       move "C"              to fd-rsc-tipo
                       move ws-sit-codigo    to fd-rsc-sitio
                       move ws-periodo-ano   to fd-rsc-anomes(1:4)
                       move ws-periodo-mes   to fd-rsc-anomes(5:2)
                       move ws-sit-nome      to fd-rsc-nome
                       move ws-data-hoje     to fd-rsc-data-ger
                       move ws-rsi-hora(1:6) to fd-rsc-hora-ger
                       write fd-rsc-reg

                       perform varying ws-sil-ach from 1 by 1
                           until ws-sil-ach > ws-qtde-silos
                           move 0 to ws-rsi-ach
                           perform varying ws-rsi-ind from 1 by 1
                               until ws-rsi-ind > ws-rsi-qtde
                               if ws-rsi-silo(ws-rsi-ind)
                                   = ws-sil-id(ws-sil-ach)
                                   move ws-rsi-ind to ws-rsi-ach
                               end-if
                           end-perform

                           if ws-sil-situacao(ws-sil-ach) = "A"
                           or ws-rsi-ach > 0 then
                               move ws-sil-id(ws-sil-ach) to ws-rsi-silo-w
                               perform grava-resumo-silo
                           end-if
                       end-perform

      *> -------------  Silo com leitura e fora do cadastro tambem vai,
      *> -------------  sem grao nem capacidade
                       perform varying ws-rsi-ind from 1 by 1
                           until ws-rsi-ind > ws-rsi-qtde
                           move ws-rsi-silo(ws-rsi-ind) to ws-sil-id-tmp
                           perform localiza-silo
                           if ws-sil-ach = 0 then
                               move ws-rsi-silo(ws-rsi-ind) to ws-rsi-silo-w
                               move ws-rsi-ind to ws-rsi-ach
                               perform grava-resumo-silo
                           end-if
                       end-perform

                       move spaces             to fd-rsf-reg
                       move "F"                to fd-rsf-tipo
                       move ws-sit-codigo      to fd-rsf-sitio
                       move ws-periodo-ano     to fd-rsf-anomes(1:4)
                       move ws-periodo-mes     to fd-rsf-anomes(5:2)
                       move ws-rsi-qtde-grav   to fd-rsf-qtde-silos
                       move ws-rsi-tot-ton     to fd-rsf-toneladas
                       move ws-rsi-tot-alertas to fd-rsf-alertas
                       move ws-rsi-tot-horas   to fd-rsf-horas
                       write fd-rsf-reg
                       if ws-fs-arqResSitio <> 0
                           display "File Status ao gravar extrato: "
                               ws-fs-arqResSitio
                           move 8 to return-code
                       end-if

                       close arqResSitio

                       display "Extrato para a matriz gerado: " ws-rsi-nome
                           " - " ws-rsi-qtde-grav " silo(s)"
                   end-if
           end-evaluate

           .
       grava-resumo-sitio-exit.
           exit.

      *>=======================================================================
      *>  Detalhe do silo ws-rsi-silo-w no extrato do sitio (ws-sil-ach
      *>  no cadastro ou zero; ws-rsi-ach nas medias do mes ou zero)
      *>=======================================================================

       grava-resumo-silo section.

           move spaces           to fd-rsd-reg
           move "D"              to fd-rsd-tipo
           move ws-sit-codigo    to fd-rsd-sitio
           move ws-periodo-ano   to fd-rsd-anomes(1:4)
           move ws-periodo-mes   to fd-rsd-anomes(5:2)
           move ws-rsi-silo-w    to fd-rsd-silo

           if ws-sil-ach > 0
               move ws-sil-grao(ws-sil-ach)       to fd-rsd-grao
               move ws-sil-capacidade(ws-sil-ach) to fd-rsd-capacidade
           else
               move 0 to fd-rsd-capacidade
           end-if

           if ws-rsi-ach > 0
               move ws-rsi-dias(ws-rsi-ach)    to fd-rsd-dias
               move ws-rsi-media(ws-rsi-ach)   to fd-rsd-media
               move ws-rsi-minima(ws-rsi-ach)  to fd-rsd-minima
               move ws-rsi-maxima(ws-rsi-ach)  to fd-rsd-maxima
           else
               move 0 to fd-rsd-dias
               move 0 to fd-rsd-media
               move 0 to fd-rsd-minima
               move 0 to fd-rsd-maxima
           end-if

      *> -------------  Alertas ainda em aberto no fechamento
           move 0 to ws-rsi-alertas
           perform varying ws-ale-ind from 1 by 1
               until ws-ale-ind > ws-qtde-alertas
               if ws-ale-silo(ws-ale-ind) = ws-rsi-silo-w
               and ws-ale-situacao(ws-ale-ind) = "A"
                   add 1 to ws-rsi-alertas
               end-if
           end-perform

      *> -------------  Saldo contabil no ultimo dia do mes
           move ws-rsi-silo-w to ws-mov-silo-w
           compute ws-mov-data-acc = ws-periodo-ano * 10000
                                   + ws-periodo-mes * 100
                                   + ws-qtde-dias
           perform apura-saldo-data
           if ws-cnt-saldo-data > 0
               move ws-cnt-saldo-data to ws-rsi-toneladas
           else
               move 0 to ws-rsi-toneladas
           end-if

      *> -------------  Horas de ventilador do mes
           move 0 to ws-aec-min-tot
           perform varying ws-aec-ind from 1 by 1
               until ws-aec-ind > ws-qtde-aeracoes
               if ws-aec-silo(ws-aec-ind) = ws-rsi-silo-w
               and ws-aec-ano(ws-aec-ind) = ws-periodo-ano
               and ws-aec-mes(ws-aec-ind) = ws-periodo-mes then
                   perform calcula-minutos-aeracao
                   add ws-aec-min-run to ws-aec-min-tot
               end-if
           end-perform
           compute ws-rsi-horas rounded = ws-aec-min-tot / 60

           move ws-rsi-alertas   to fd-rsd-alertas
           move ws-rsi-toneladas to fd-rsd-toneladas
           move ws-rsi-horas     to fd-rsd-horas

           write fd-rsd-reg
           if ws-fs-arqResSitio = 0
               add 1                to ws-rsi-qtde-grav
               add ws-rsi-toneladas to ws-rsi-tot-ton
               add ws-rsi-alertas   to ws-rsi-tot-alertas
               add ws-rsi-horas     to ws-rsi-tot-horas
           else
               display "File Status ao gravar extrato: "
                   ws-fs-arqResSitio
               move 8 to return-code
           end-if

           .
       grava-resumo-silo-exit.
           exit.

       inicializa section.

           display erase
           accept ws-data-hoje from date yyyymmdd
           move ws-data-hoje to ws-data-hoje-r

           perform carrega_sitio
           if ws-sit-codigo <> spaces
               display "Unidade: " ws-nome-sitio
           end-if

           perform carrega_silos
           perform carrega_alertas
           perform carrega_movtos
           perform carrega_cabos
           perform carrega_aeracoes
           perform carrega_tratas
           perform carrega_amostras
           perform carrega_depositantes
           perform carrega_taxas
           perform carrega_periodos
           perform carrega_tarifas
           perform carrega_ordens
           perform carrega_contagens

           if ws-qtde-silos = 0 then
               display " "
                                   move 75
                                       to ws-sil-umid-max(ws-qtde-silos)
                               end-if
      *> idem para a umidade segura do grao e os dias de
      *> armazenagem seguros (padrao 13,0% e 180 dias)
                               if fd-sil-umid-grao is numeric
                               and fd-sil-umid-grao-r > 0
                                   move fd-sil-umid-grao-r
                                       to ws-sil-umid-grao(ws-qtde-silos)
                               else
                                   move 13,0
                                       to ws-sil-umid-grao(ws-qtde-silos)
                               end-if
                               if fd-sil-dias-base is numeric
                               and fd-sil-dias-base-r > 0
                                   move fd-sil-dias-base-r
                                       to ws-sil-dias-base(ws-qtde-silos)
                               else
                                   move 180
                                       to ws-sil-dias-base(ws-qtde-silos)
                               end-if
      *> potencia dos ventiladores: cadastro antigo fica com zero
      *> (custo de energia da aeracao sai zerado ate ser informada)
                               if fd-sil-kw is numeric
                                   move fd-sil-kw-r
                                       to ws-sil-kw(ws-qtde-silos)
                               else
                                   move 0
                                       to ws-sil-kw(ws-qtde-silos)
                               end-if
      *> idem para o intervalo da preventiva dos ventiladores (zero
      *> = sem preventiva automatica)
                               if fd-sil-interv-prev is numeric
                                   move fd-sil-interv-prev-r
                                       to ws-sil-interv-prev(ws-qtde-silos)
                               else
                                   move 0
                                       to ws-sil-interv-prev(ws-qtde-silos)
                               end-if
      *> quebra tecnica admitida do grao na conciliacao de
      *> estoque (padrao 0,50%)
                               if fd-sil-quebra-max is numeric
                               and fd-sil-quebra-max-r > 0
                                   move fd-sil-quebra-max-r
                                       to ws-sil-quebra-max(ws-qtde-silos)
                               else
                                   move 0,50
                                       to ws-sil-quebra-max(ws-qtde-silos)
                               end-if
                           else
                               if silos-completos
                                   display "Limite de silos cadastrados "
                   move ws-sil-limite-baixo(ws-ind2) to fd-sil-limite-baixo
                   move ws-sil-situacao(ws-ind2)     to fd-sil-situacao
                   move ws-sil-umid-max(ws-ind2)     to fd-sil-umid-max-r
                   move ws-sil-umid-grao(ws-ind2)    to fd-sil-umid-grao-r
                   move ws-sil-dias-base(ws-ind2)    to fd-sil-dias-base-r
                   move ws-sil-kw(ws-ind2)           to fd-sil-kw-r
                   move ws-sil-interv-prev(ws-ind2)  to fd-sil-interv-prev-r
                   move ws-sil-quebra-max(ws-ind2)   to fd-sil-quebra-max-r
                   write fd-sil-reg
               end-perform

                       perform aceita-umid-silo
                   end-if

                   if not fim-entrada
                       perform aceita-armazenagem-silo
                   end-if

                   if not fim-entrada
                       perform aceita-ventilador-silo
                   end-if

                   if not fim-entrada
                       perform aceita-quebra-silo
                   end-if

      *> -------------  Entrada interrompida: desfaz a linha da tabela
      *> -------------  para nao cadastrar um silo com dados fabricados
                   if fim-entrada then
                           to ws-sil-limite-baixo(ws-qtde-silos)
                       move ws-umid-max-tmp
                           to ws-sil-umid-max(ws-qtde-silos)
                       move ws-umid-grao-tmp
                           to ws-sil-umid-grao(ws-qtde-silos)
                       move ws-dias-base-tmp
                           to ws-sil-dias-base(ws-qtde-silos)
                       move ws-sil-kw-tmp
                           to ws-sil-kw(ws-qtde-silos)
                       move ws-sil-interv-tmp
                           to ws-sil-interv-prev(ws-qtde-silos)
                       move ws-sil-quebra-tmp
                           to ws-sil-quebra-max(ws-qtde-silos)

                       move "A" to ws-sil-situacao(ws-qtde-silos)

           exit.

      *>=======================================================================
      *>  Aceita e critica a umidade segura de armazenagem do grao do
      *>  silo (5,0 a 30,0%) e os dias de armazenagem seguros nessa
      *>  umidade e na temperatura de referencia, devolvendo-os em
      *>  ws-umid-grao-tmp / ws-dias-base-tmp.
      *>=======================================================================

       aceita-armazenagem-silo section.

           set limite-invalido to true

           perform until limite-valido or fim-entrada
               display "Umidade segura de armazenagem do grao "
                   "(%; ex.: 13,0):"
               accept ws-umid-grao-tmp
                   on exception
      *> stdin exaurido: cancela a inclusao em vez de cadastrar
      *> um limite de armazenagem fabricado
                       set fim-entrada to true
               end-accept

               if not fim-entrada
                   display "Dias de armazenagem seguros nessa umidade "
                       "a 25 graus (ex.: 0180):"
                   accept ws-dias-base-tmp
                       on exception
                           set fim-entrada to true
                   end-accept
               end-if

               if not fim-entrada
                   if ws-umid-grao-tmp < 5,0 or ws-umid-grao-tmp > 30,0
                   or ws-dias-base-tmp = 0 then
                       display "Valores invalidos: umidade de 5,0 a 30,0 "
                           "e dias maior que zero."
                   else
                       set limite-valido to true
                   end-if
               end-if
           end-perform

           .
       aceita-armazenagem-silo-exit.
           exit.

      *>=======================================================================
      *>  Aceita a potencia instalada dos ventiladores de aeracao do
      *>  silo (kW) e o intervalo da preventiva em horas de uso,
      *>  devolvendo-os em ws-sil-kw-tmp / ws-sil-interv-tmp; potencia
      *>  zero indica silo sem ventilador.
      *>=======================================================================

       aceita-ventilador-silo section.

           move 0 to ws-sil-interv-tmp

           display "Potencia instalada dos ventiladores (kW; ex.: "
               "015,00; zero = sem ventilador):"
           move 0 to ws-sil-kw-tmp
           accept ws-sil-kw-tmp
               on exception
      *> stdin exaurido: cancela a inclusao em vez de cadastrar
      *> uma potencia fabricada
                   set fim-entrada to true
           end-accept

           if not fim-entrada and ws-sil-kw-tmp > 0
               display "Intervalo da manutencao preventiva dos "
                   "ventiladores (horas de uso; zero = sem preventiva):"
               accept ws-sil-interv-tmp
                   on exception
                       set fim-entrada to true
               end-accept
           end-if

           .
       aceita-ventilador-silo-exit.
           exit.

      *>=======================================================================
      *>  Aceita a quebra tecnica admitida do grao do silo (% do saldo
      *>  contabil que a contagem fisica pode ficar abaixo sem ser
      *>  divergencia), devolvendo-a em ws-sil-quebra-tmp; zero usa o
      *>  padrao de 0,50%.
      *>=======================================================================

       aceita-quebra-silo section.

           set limite-invalido to true

           perform until limite-valido or fim-entrada
               display "Quebra tecnica admitida do grao (%; ex.: "
                   "00,50; zero usa 0,50):"
               move 0 to ws-sil-quebra-tmp
               accept ws-sil-quebra-tmp
                   on exception
                       set fim-entrada to true
               end-accept

               if not fim-entrada
                   if ws-sil-quebra-tmp = 0
                       move 0,50 to ws-sil-quebra-tmp
                   end-if
                   if ws-sil-quebra-tmp > 10,00
                       display "Quebra invalida (ate 10,00%)."
                   else
                       set limite-valido to true
                   end-if
               end-if
           end-perform

           .
       aceita-quebra-silo-exit.
           exit.

      *>=======================================================================
      *>  Altera os dados de um silo ja cadastrado (valor zero ou em
      *>  branco mantem o que esta gravado, no mesmo padrao dos limites
      *>  configuraveis da inicializacao antiga)
      *>=======================================================================

       altera-silo section.

      *> -------------  So o supervisor mexe nos limites e demais dados
      *> -------------  do cadastro de um silo
           perform verifica-supervisor

           if acesso-permitido
               perform altera-silo-dados
           end-if

           .
       altera-silo-exit.
           exit.

      *>=======================================================================
      *>  Tela da alteracao de silo (acesso ja autorizado)
      *>=======================================================================

       altera-silo-dados section.

           display " "
           display "Identificador do silo a alterar:"
           accept ws-sil-id-tmp

           perform localiza-silo

           if ws-sil-ach = 0 then
               display "Silo nao cadastrado: " ws-sil-id-tmp
           else
               display "Descricao atual ..: " ws-sil-descricao(ws-sil-ach)
               display "Nova descricao (em branco mantem):"
               move spaces to ws-sil-desc-tmp
               accept ws-sil-desc-tmp
               if ws-sil-desc-tmp <> spaces
                   move ws-sil-desc-tmp to ws-sil-descricao(ws-sil-ach)
               end-if

               display "Capacidade atual .: " ws-sil-capacidade(ws-sil-ach)
                   end-if
               end-if

               move ws-sil-umid-grao(ws-sil-ach) to ws-amo-exib-pct
               display "Umidade segura do grao atual: " ws-amo-exib-pct
               display "Nova umidade segura (zero mantem):"
               move 0 to ws-umid-grao-tmp
               accept ws-umid-grao-tmp
               if ws-umid-grao-tmp <> 0
                   if ws-umid-grao-tmp < 5,0 or ws-umid-grao-tmp > 30,0
                       display "Umidade invalida (5,0 a 30,0); mantida "
                           "a umidade atual."
                   else
                       move ws-umid-grao-tmp
                           to ws-sil-umid-grao(ws-sil-ach)
                   end-if
               end-if

               display "Dias de armazenagem seguros atual: "
                   ws-sil-dias-base(ws-sil-ach)
               display "Novos dias seguros (zero mantem):"
               move 0 to ws-dias-base-tmp
               accept ws-dias-base-tmp
               if ws-dias-base-tmp <> 0
                   move ws-dias-base-tmp to ws-sil-dias-base(ws-sil-ach)
               end-if

               move ws-sil-kw(ws-sil-ach) to ws-sil-exib-kw
               display "Potencia de ventilador atual (kW): "
                   ws-sil-exib-kw
               display "Nova potencia (zero mantem):"
               move 0 to ws-sil-kw-tmp
               accept ws-sil-kw-tmp
               if ws-sil-kw-tmp <> 0
                   move ws-sil-kw-tmp to ws-sil-kw(ws-sil-ach)
               end-if

               display "Intervalo da preventiva atual (horas): "
                   ws-sil-interv-prev(ws-sil-ach)
               display "Novo intervalo (zero mantem):"
               move 0 to ws-sil-interv-tmp
               accept ws-sil-interv-tmp
               if ws-sil-interv-tmp <> 0
                   move ws-sil-interv-tmp
                       to ws-sil-interv-prev(ws-sil-ach)
               end-if

               move ws-sil-quebra-max(ws-sil-ach) to ws-sil-exib-quebra
               display "Quebra tecnica admitida atual (%): "
                   ws-sil-exib-quebra
               display "Nova quebra (zero mantem):"
               move 0 to ws-sil-quebra-tmp
               accept ws-sil-quebra-tmp
               if ws-sil-quebra-tmp <> 0
                   if ws-sil-quebra-tmp > 10,00
                       display "Quebra invalida (ate 10,00%); mantida "
                           "a quebra atual."
                   else
                       move ws-sil-quebra-tmp
                           to ws-sil-quebra-max(ws-sil-ach)
                   end-if
               end-if

               perform grava_silos
               display "Silo alterado no cadastro."

      *> -------------  nao entra na media nem nos extremos do dia (um
      *> -------------  cabo travado ou a deriva envenenaria os dois)
           move ws-silo(ws-ind) to ws-cbo-sil-tmp
           compute ws-cbo-data-leit = ws-ano(ws-ind) * 10000
                                    + ws-mes(ws-ind) * 100
                                    + ws-dia(ws-ind)

           perform varying ws-cab from 1 by 1 until ws-cab > 8
               move ws-cab to ws-cbo-num-tmp
               display "18 - Cadastro de operadores"
               display "19 - Painel de situacao dos silos"
               display "20 - Tratamentos / fumigacao (expurgo)"
               display "21 - Amostragem de umidade / risco de armazenagem"
               display "22 - Depositantes e taxas de armazenagem"
               display "23 - Fechamento de periodos (supervisor)"
               display "24 - Ordens de manutencao (ventiladores e cabos)"
               display "99 - Sair"
               display " "
               display "Escolha uma opcao:"
                       perform painel_silos
                   when 20
                       perform tratamento_menu
                   when 21
                       perform amostra_menu
                   when 22
                       perform depositante_menu
                   when 23
                       perform periodo_menu
                   when 24
                       perform ordem_menu
                   when 99
                       continue
                   when other
               display "Silo sem quantidade de cabos valida no "
                   "cadastro; registro de leituras indisponivel."
           else
               perform verifica-periodo-sessao

               if periodo-aberto
                   perform guarda_temp-silo
               end-if
           end-if

       guarda_temp-exit.
           exit.

      *>=======================================================================
      *>  Registro de leituras do periodo aberto; silo que a
      *>  movimentacao indica vazio pede confirmacao
      *>=======================================================================

       guarda_temp-silo section.

           perform verifica-silo-vazio

           if silo-vazio then
               display " "
               display "*** AVISO: a movimentacao indica este silo "
                   "VAZIO (saldo zero). ***"
               display "1 - Registrar leituras mesmo assim"
               display "2 - Cancelar"
               accept ws-mov-opcao
                   on exception
                       move 2 to ws-mov-opcao
               end-accept
               if ws-mov-opcao = 1
                   perform guarda_temp-dias
               else
                   display "Registro de leituras cancelado."
               end-if
           else
               perform guarda_temp-dias
           end-if

           .
       guarda_temp-silo-exit.
           exit.

      *>=======================================================================
      *>  Laco de registro das leituras diarias do periodo corrente
      *>=======================================================================

       importa_leituras section.

           if modo-interativo
               display erase
           end-if
           display "Importacao de leituras do datalogger (importTemp.txt)"
           display " "

           if ws-fs-arqImport <> 0 then
               display "importTemp.txt nao encontrado ou indisponivel. "
                   "File Status: " ws-fs-arqImport
               if return-code < 4
                   move 4 to return-code
               end-if
           else
               open output arqRejeita

               if ws-fs-arqRejeita <> 0 then
                   display "File Status ao abrir arquivo de rejeitados: "
                       ws-fs-arqRejeita
                   move 8 to return-code
                   close arqImport
               else
                   open i-o arqTemp
                   and ws-fs-arqTemp <> 05 then
                       display "File Status ao abrir i-o arquivo: "
                           ws-fs-arqTemp
                       move 8 to return-code
                       close arqImport
                       close arqRejeita
                   else
                       display "  Registros rejeitados .: " ws-imp-rejeitados
                       if ws-imp-rejeitados > 0
                           display "  Motivos gravados em rejeitaTemp.txt"
                           if return-code < 4
                               move 4 to return-code
                           end-if
                       end-if

      *> -------------  Recarrega o periodo corrente para que consultas
      *> -------------  e relatorios ja enxerguem o que foi importado
                       if ws-imp-aceitos > 0
                       and modo-interativo
                           perform carrega_historico
                       end-if
                   end-if

      *>=======================================================================
      *>  Aplica ao registro importado as mesmas criticas da digitacao
      *>  manual: data valida, silo cadastrado e ativo, periodo nao
      *>  fechado, cabo valido para o silo, temperatura na faixa e
      *>  dia/cabo ainda nao registrado.
      *>=======================================================================

       valida-registro-importado section.
               end-if
           end-if

      *> -------------  Periodo com laudo emitido nao recebe leitura
           if imp-valido
               move fd-imp-silo to ws-fch-silo-tmp
               move fd-imp-ano  to ws-fch-ano-tmp
               move fd-imp-mes  to ws-fch-mes-tmp
               perform localiza-periodo
               if periodo-fechado then
                   move "PERIODO FECHADO" to ws-imp-motivo
                   set imp-invalido to true
               end-if
           end-if

           if imp-valido
               if fd-imp-cabo is not numeric then
                   move "CABO NAO NUMERICO" to ws-imp-motivo
      *> -------------  e dos alertas como na digitacao manual)
           move fd-imp-silo   to ws-cbo-sil-tmp
           move fd-imp-cabo-r to ws-cbo-num-tmp
           move fd-imp-data-r to ws-cbo-data-leit
           perform verifica-cabo-defeituoso

           if ws-sil-ach > 0
      *> -------------  leitura dele ja esta fora da media e do minimo
      *> -------------  e maximo do dia)
           move ws-silo(ws-ind) to ws-cbo-sil-tmp
           compute ws-cbo-data-leit = ws-ano(ws-ind) * 10000
                                    + ws-mes(ws-ind) * 100
                                    + ws-dia(ws-ind)

           perform varying ws-cab from 1 by 1 until ws-cab > 8
               move ws-cab to ws-cbo-num-tmp
           perform verifica-supervisor

           if acesso-permitido
               perform verifica-periodo-sessao

               if periodo-aberto
                   perform corrige_leitura-tela
               end-if
           end-if

           .
                   display "Dia ja registrado por completo; use a "
                       "correcao de leitura para alterar valores."
               else
                   perform verifica-periodo-sessao

                   if periodo-aberto
                       perform grava-leitura-atrasada
                   end-if
               end-if
           end-if

                               move fd-mov-tonelada to ws-mov-tonelada(ws-qtde-movtos)
                               move fd-mov-grao     to ws-mov-grao(ws-qtde-movtos)
                               move fd-mov-lote     to ws-mov-lote(ws-qtde-movtos)
                               move fd-mov-depositante
                                   to ws-mov-depositante(ws-qtde-movtos)
      *> sinal: carga soma, expedicao subtrai; ajuste traz o proprio
                               evaluate true
                                   when fd-mov-tipo = "E"
                                       move "+" to ws-mov-sinal(ws-qtde-movtos)
                                   when fd-mov-tipo = "A"
                                   and fd-mov-sinal = "+"
                                       move "+" to ws-mov-sinal(ws-qtde-movtos)
                                   when other
                                       move "-" to ws-mov-sinal(ws-qtde-movtos)
                               end-evaluate
                           else
                               if movtos-completos
                                   display "Limite de movimentos em "

      *>=======================================================================
      *>  Menu da movimentacao de graos: cargas, expedicoes, extrato por
      *>  silo, ocupacao de todos os silos, certificado do lote e
      *>  contagem fisica com conciliacao e ajuste do saldo.
      *>=======================================================================

       movimenta_graos section.
               display "2 - Registrar expedicao (saida)"
               display "3 - Listar movimentos de um silo"
               display "4 - Ocupacao dos silos"
               display "5 - Certificado de rastreabilidade de um lote"
               display "6 - Registrar contagem fisica de estoque"
               display "7 - Conciliacao de estoque (contabil x medido)"
               display "8 - Ajustar saldo a contagem (supervisor)"
               display "9 - Voltar"
               display " "
               display "Escolha uma opcao:"
                       perform lista-movtos-silo
                   when 4
                       perform ocupacao-silos
                   when 5
                       perform rastreio-lote
                   when 6
                       perform registra-contagem
                   when 7
                       perform concilia-estoque
                   when 8
                       perform ajusta-estoque
                   when 9
                       continue
                   when other
               display "Lote e obrigatorio na carga; movimento "
                   "nao registrado."
           else
               perform aceita-depositante-carga

               if depositante-valido
                   if ws-mov-saldo + ws-mov-ton-w
                       > ws-sil-capacidade(ws-sil-ach) then
                       display "*** AVISO: carga leva o saldo acima da "
                           "capacidade do cadastro. ***"
                   end-if

                   perform grava-movto
               end-if
           end-if

           .

      *>=======================================================================
      *>  Completa e grava uma expedicao (saida): herda grao do cadastro
      *>  e lote corrente; saida maior que o saldo apurado (do silo ou
      *>  do depositante dono do grao) e barrada, e silo em reentrada
      *>  de tratamento ou com alerta critico so expede com liberacao
      *>  do supervisor.
      *>=======================================================================

       inclui-movto-saida section.
               display "Expedicao maior que o saldo do silo ("
                   ws-mov-exib-ton " t); movimento nao registrado."
           else
               perform verifica-bloqueio-expedicao

               if expedicao-bloqueada
                   perform libera-expedicao-supervisor
               end-if

               if expedicao-livre or expedicao-liberada
                   perform aceita-depositante-saida

                   if depositante-valido
                       move ws-sil-grao(ws-sil-ach) to ws-mov-grao-w
                       move ws-mov-lote-cor         to ws-mov-lote-w

                       perform grava-movto

                       if expedicao-liberada
                       and movto-gravado
                           perform grava-liberacao
                       end-if
                   end-if
               end-if
           end-if

           .
           exit.

      *>=======================================================================
      *>  Bloqueio de qualidade: a expedicao do silo ws-mov-silo-w na
      *>  data ws-mov-data-w fica retida quando cai dentro da janela de
      *>  exposicao/reentrada de um tratamento ou quando o silo tem
      *>  alerta critico em aberto (media do silo fora do limite ou
      *>  cabo acima do limite alto). Mostra o motivo na tela.
      *>=======================================================================

       verifica-bloqueio-expedicao section.

           set expedicao-livre to true
           set expedicao-nao-liberada to true
           move spaces to ws-lib-motivo

           move ws-mov-silo-w to ws-trt-sil-tmp
           move ws-mov-data-w to ws-trt-data-tmp
           perform verifica-tratamento

           if em-tratamento
               set expedicao-bloqueada to true
               move "REENTRADA DE TRATAMENTO" to ws-lib-motivo

               display " "
               display "*** EXPEDICAO RETIDA: silo dentro da janela de "
                   "exposicao/reentrada de tratamento ***"
               perform varying ws-trt-ind from 1 by 1
                   until ws-trt-ind > ws-qtde-tratas
                   if ws-trt-silo(ws-trt-ind) = ws-trt-sil-tmp
                   and ws-trt-data-tmp >= ws-trt-data-aplic(ws-trt-ind)
                   and ws-trt-data-tmp <= ws-trt-data-fim(ws-trt-ind)
                       move spaces to ws-lib-exib-data
                       string
                           ws-trt-data-fim(ws-trt-ind)(7:2)
                                               delimited by size
                           "/"                 delimited by size
                           ws-trt-data-fim(ws-trt-ind)(5:2)
                                               delimited by size
                           "/"                 delimited by size
                           ws-trt-data-fim(ws-trt-ind)(1:4)
                                               delimited by size
                           into ws-lib-exib-data
                       end-string
                       display "    " ws-trt-produto(ws-trt-ind)
                           " dose " ws-trt-dose(ws-trt-ind)
                           " - reentrada liberada apos "
                           ws-lib-exib-data
                   end-if
               end-perform
           end-if

           move 0 to ws-lib-alertas

           perform varying ws-ale-ind from 1 by 1
               until ws-ale-ind > ws-qtde-alertas
               if ws-ale-silo(ws-ale-ind) = ws-mov-silo-w
               and ws-ale-situacao(ws-ale-ind) = "A"
               and (ws-ale-cabo(ws-ale-ind) = 00
                 or ws-ale-tipo(ws-ale-ind) = "A")
                   add 1 to ws-lib-alertas
               end-if
           end-perform

           if ws-lib-alertas > 0
               if expedicao-bloqueada
                   move "REENTRADA + ALERTA CRITICO" to ws-lib-motivo
               else
                   move "ALERTA CRITICO EM ABERTO" to ws-lib-motivo
               end-if
               set expedicao-bloqueada to true

               display " "
               display "*** EXPEDICAO RETIDA: " ws-lib-alertas
                   " alerta(s) critico(s) em aberto no silo "
                   ws-mov-silo-w " ***"
               display "    De baixa nos alertas (menu de alertas) ou "
                   "peca liberacao ao supervisor."
           end-if

           .
       verifica-bloqueio-expedicao-exit.
           exit.

      *>=======================================================================
      *>  Liberacao da expedicao retida: o supervisor digita o proprio
      *>  codigo (validado como supervisor ativo no cadastro de
      *>  operadores) e a justificativa, que vao para arqLibera.txt
      *>  junto com a expedicao gravada.
      *>=======================================================================

       libera-expedicao-supervisor section.

           display " "
           display "Liberar a expedicao com autorizacao de supervisor? "
               "(S/N)"
           move spaces to ws-lib-resposta
           accept ws-lib-resposta
               on exception
                   move "N" to ws-lib-resposta
           end-accept

           if ws-lib-resposta = "S" or ws-lib-resposta = "s"
               display "Codigo do supervisor que autoriza:"
               move spaces to ws-lib-supervisor
               accept ws-lib-supervisor

               move ws-lib-supervisor to ws-ope-cod-tmp
               perform localiza-operador

               if ws-ope-ach = 0 then
                   display "Operador nao cadastrado: " ws-lib-supervisor
               else
                   if ws-ope-situacao(ws-ope-ach) <> "A"
                   or ws-ope-nivel(ws-ope-ach) <> "S" then
                       display "Operador " ws-lib-supervisor
                           " nao e supervisor ativo; liberacao negada."
                   else
                       display "Justificativa da liberacao:"
                       move spaces to ws-lib-justificativa
                       accept ws-lib-justificativa

                       if ws-lib-justificativa = spaces then
                           display "Justificativa e obrigatoria; "
                               "liberacao negada."
                       else
                           set expedicao-liberada to true
                           display "Expedicao liberada por "
                               ws-ope-nome(ws-ope-ach)
                       end-if
                   end-if
               end-if
           end-if

           if expedicao-nao-liberada
               display "Expedicao retida; movimento nao registrado."
           end-if

           .
       libera-expedicao-supervisor-exit.
           exit.

      *>=======================================================================
      *>  Acrescenta a liberacao da expedicao retida a arqLibera.txt
      *>=======================================================================

       grava-liberacao section.

           open extend arqLibera

           if ws-fs-arqLibera = 0
           or ws-fs-arqLibera = 05 then
               move ws-data-hoje          to fd-lib-data
               move ws-mov-data-w         to fd-lib-data-movto
               move ws-mov-silo-w         to fd-lib-silo
               move ws-mov-lote-w         to fd-lib-lote
               move ws-mov-ton-w          to fd-lib-tonelada
               move ws-lib-motivo         to fd-lib-motivo
               move ws-lib-supervisor     to fd-lib-supervisor
               move ws-oper-atual         to fd-lib-operador
               move ws-lib-justificativa  to fd-lib-justificativa

               write fd-lib-reg
               if ws-fs-arqLibera <> 0
                   display "File Status ao escrever liberacao: "
                       ws-fs-arqLibera
               end-if

               close arqLibera
           else
               display "File Status ao abrir log de liberacoes: "
                   ws-fs-arqLibera
           end-if

           .
       grava-liberacao-exit.
           exit.

      *>=======================================================================
      *>  Aceita o depositante dono da carga (em branco = estoque
      *>  proprio); depositante precisa estar cadastrado e ativo.
      *>=======================================================================

       aceita-depositante-carga section.

           set depositante-valido to true

           display "Depositante dono da carga (em branco = estoque "
               "proprio):"
           move spaces to ws-mov-dep-w
           accept ws-mov-dep-w

           if ws-mov-dep-w <> spaces
               move ws-mov-dep-w to ws-dep-cod-tmp
               perform localiza-depositante

               if ws-dep-ach = 0 then
                   display "Depositante nao cadastrado: " ws-mov-dep-w
                       "; movimento nao registrado."
                   set depositante-invalido to true
               else
                   if ws-dep-situacao(ws-dep-ach) <> "A" then
                       display "Depositante desativado: " ws-mov-dep-w
                           "; movimento nao registrado."
                       set depositante-invalido to true
                   end-if
               end-if
           end-if

           .
       aceita-depositante-carga-exit.
           exit.

      *>=======================================================================
      *>  Aceita o depositante de quem sai o grao da expedicao: sugere
      *>  o dono da carga que abriu o lote corrente ("*" = estoque
      *>  proprio) e barra a saida maior que o saldo dele no silo - o
      *>  lote pode sair em varias expedicoes, cada uma abatendo o
      *>  saldo do proprio dono.
      *>=======================================================================

       aceita-depositante-saida section.

           set depositante-valido to true

           perform localiza-dono-lote

           if ws-dep-dono-lote = spaces
               display "Depositante da expedicao (em branco usa o "
                   "estoque proprio, dono do lote " ws-mov-lote-cor "):"
           else
               display "Depositante da expedicao (em branco usa "
                   ws-dep-dono-lote ", dono do lote " ws-mov-lote-cor
                   "; * = estoque proprio):"
           end-if

           move spaces to ws-mov-dep-w
           accept ws-mov-dep-w

           if ws-mov-dep-w = spaces
               move ws-dep-dono-lote to ws-mov-dep-w
           else
               if ws-mov-dep-w = "*"
                   move spaces to ws-mov-dep-w
               end-if
           end-if

      *> -------------  Depositante desativado ainda pode retirar o
      *> -------------  proprio grao; so o nao cadastrado e barrado
           if ws-mov-dep-w <> spaces
               move ws-mov-dep-w to ws-dep-cod-tmp
               perform localiza-depositante
               if ws-dep-ach = 0 then
                   display "Depositante nao cadastrado: " ws-mov-dep-w
                       "; movimento nao registrado."
                   set depositante-invalido to true
               end-if
           end-if

           if depositante-valido
               perform apura-saldo-depositante

               if ws-mov-ton-w > ws-dep-saldo then
                   if ws-dep-saldo < 0
                       move 0 to ws-dep-saldo
                   end-if
                   move ws-dep-saldo to ws-mov-exib-ton
                   display "Expedicao maior que o saldo do depositante "
                       "no silo (" ws-mov-exib-ton " t); movimento "
                       "nao registrado."
                   set depositante-invalido to true
               end-if
           end-if

           .
       aceita-depositante-saida-exit.
           exit.

      *>=======================================================================
      *>  Devolve em ws-dep-dono-lote o depositante da carga que abriu
      *>  o lote corrente (ws-mov-lote-cor) do silo ws-mov-silo-w.
      *>=======================================================================

       localiza-dono-lote section.

           move spaces to ws-dep-dono-lote
           move 0 to ws-dep-achados

           perform varying ws-mov-ind from 1 by 1
               until ws-mov-ind > ws-qtde-movtos
               if ws-mov-silo(ws-mov-ind) = ws-mov-silo-w
               and ws-mov-tipo(ws-mov-ind) = "E"
               and ws-mov-lote(ws-mov-ind) = ws-mov-lote-cor
               and ws-dep-achados = 0
                   move ws-mov-depositante(ws-mov-ind)
                       to ws-dep-dono-lote
                   add 1 to ws-dep-achados
               end-if
           end-perform

           .
       localiza-dono-lote-exit.
           exit.

      *>=======================================================================
      *>  Apura em ws-dep-saldo o saldo do depositante ws-mov-dep-w
      *>  (em branco = estoque proprio) no silo ws-mov-silo-w.
      *>=======================================================================

       apura-saldo-depositante section.

           move 0 to ws-dep-saldo

           perform varying ws-mov-ind from 1 by 1
               until ws-mov-ind > ws-qtde-movtos
               if ws-mov-silo(ws-mov-ind) = ws-mov-silo-w
               and ws-mov-depositante(ws-mov-ind) = ws-mov-dep-w
                   if ws-mov-sinal(ws-mov-ind) = "+" then
                       add ws-mov-tonelada(ws-mov-ind) to ws-dep-saldo
                   else
                       subtract ws-mov-tonelada(ws-mov-ind)
                           from ws-dep-saldo
                   end-if
               end-if
           end-perform

           .
       apura-saldo-depositante-exit.
           exit.

      *>=======================================================================
      *>  Acrescenta a arqMovto.txt o movimento criticado e espelha a
      *>  tabela em memoria (movimentos sao so acrescidos, entao a
      *>  tabela truncada afeta apenas os saldos desta sessao).
      *>=======================================================================

       grava-movto section.

      *> -------------  Ajuste (tipo A) chega com o sinal ja informado
           evaluate ws-mov-tipo-w
               when "E"
                   move "+" to ws-mov-sinal-w
               when "S"
                   move "-" to ws-mov-sinal-w
           end-evaluate

           set movto-nao-gravado to true

           open extend arqMovto

           if ws-fs-arqMovto = 0
           or ws-fs-arqMovto = 05 then
               move ws-mov-data-acc to fd-mov-data
               move ws-mov-silo-w   to fd-mov-silo
               move ws-mov-tipo-w   to fd-mov-tipo
               move ws-mov-ton-w    to fd-mov-tonelada
               move ws-mov-grao-w   to fd-mov-grao
               move ws-mov-lote-w   to fd-mov-lote
               move ws-mov-dep-w    to fd-mov-depositante
               move ws-mov-sinal-w  to fd-mov-sinal

               write fd-mov-reg
               if ws-fs-arqMovto = 0
                   set movto-gravado to true
               else
                   display "File Status ao escrever movimento: "
                       ws-fs-arqMovto
               end-if

               close arqMovto

      *> -------------  Movimento nao gravado nao entra nos saldos
               if movto-nao-gravado
                   display "Movimento NAO registrado."
               else
                   if ws-qtde-movtos >= 999 then
                       display "Limite de movimentos em memoria atingido "
                           "(999); saldos desta sessao podem nao refletir "
                           "o movimento gravado."
                       set movtos-truncados to true
                   else
                       add 1 to ws-qtde-movtos
                       move ws-mov-data-acc to ws-mov-data(ws-qtde-movtos)
                       move ws-mov-silo-w   to ws-mov-silo(ws-qtde-movtos)
                       move ws-mov-tipo-w   to ws-mov-tipo(ws-qtde-movtos)
                       move ws-mov-ton-w    to ws-mov-tonelada(ws-qtde-movtos)
                       move ws-mov-grao-w   to ws-mov-grao(ws-qtde-movtos)
                       move ws-mov-lote-w   to ws-mov-lote(ws-qtde-movtos)
                       move ws-mov-dep-w    to ws-mov-depositante(ws-qtde-movtos)
                       move ws-mov-sinal-w  to ws-mov-sinal(ws-qtde-movtos)
                   end-if

                   display "Movimento registrado."
               end-if
           else
               display "File Status ao abrir extend movimentos: "
                   ws-fs-arqMovto
           end-if

           .
       grava-movto-exit.
           exit.

      *>=======================================================================
      *>  Extrato dos movimentos de um silo e o saldo/lote corrente
      *>=======================================================================

       lista-movtos-silo section.

           display " "
           display "Identificador do silo (em branco usa o da sessao):"
           move spaces to ws-mov-silo-w
           accept ws-mov-silo-w
           if ws-mov-silo-w = spaces
               move ws-silo-atual to ws-mov-silo-w
           end-if

           display " "
           display "Data        Tipo  Tonelagem  Grao        Lote    Depos."
           display "---------------------------------------------------------"

           move 0 to ws-mov-achados

           perform varying ws-mov-ind from 1 by 1
               until ws-mov-ind > ws-qtde-movtos
               if ws-mov-silo(ws-mov-ind) = ws-mov-silo-w then
                   add 1 to ws-mov-achados
                   move ws-mov-tonelada(ws-mov-ind) to ws-mov-exib-ton
                   move space to ws-mov-exib-sinal
                   if ws-mov-tipo(ws-mov-ind) = "A"
                       move ws-mov-sinal(ws-mov-ind) to ws-mov-exib-sinal
                   end-if
                   display ws-mov-dia(ws-mov-ind) "/"
                       ws-mov-mes(ws-mov-ind) "/"
                       ws-mov-ano(ws-mov-ind)
                       "  " ws-mov-tipo(ws-mov-ind) ws-mov-exib-sinal
                       "   " ws-mov-exib-ton
                       "  " ws-mov-grao(ws-mov-ind)
                       "  " ws-mov-lote(ws-mov-ind)
                       "  " ws-mov-depositante(ws-mov-ind)
               end-if
           end-perform

           if ws-mov-achados = 0 then
               display "Nenhum movimento registrado para o silo."
           else
               perform apura-saldo-silo
               display "---------------------------------------------------------"
               move ws-mov-saldo to ws-mov-exib-ton
               display "Saldo atual .....: " ws-mov-exib-ton " t"
               if ws-mov-lote-inicio > 0
                   move ws-mov-lote-inicio to ws-mov-data-w
                   display "Lote corrente ...: " ws-mov-lote-cor
                       " (desde " ws-mov-dia-w "/" ws-mov-mes-w "/"
                       ws-mov-ano-w ")"
               end-if
           end-if

           .
       lista-movtos-silo-exit.
           exit.

      *>=======================================================================
      *>  Ocupacao de todos os silos ativos: saldo apurado x capacidade
      *>  do cadastro, com o lote corrente de cada um.
      *>=======================================================================

       ocupacao-silos section.

           display " "
           display "Silo        Grao        Saldo(t)   Capac(t)  "
               "Ocup.%   Lote"
           display "-----------------------------------------------"
               "-----------"

           perform varying ws-ind2 from 1 by 1
               until ws-ind2 > ws-qtde-silos
               if ws-sil-situacao(ws-ind2) = "A" then
                   move ws-sil-id(ws-ind2) to ws-mov-silo-w
                   perform apura-saldo-silo

                   if ws-sil-capacidade(ws-ind2) > 0
                       compute ws-mov-ocupacao rounded =
                           ws-mov-saldo * 100
                           / ws-sil-capacidade(ws-ind2)
                   else
                       move 0 to ws-mov-ocupacao
                   end-if

                   move ws-mov-saldo to ws-mov-exib-ton
                   move ws-mov-ocupacao to ws-mov-exib-pct
                   display ws-sil-id(ws-ind2) "  "
                       ws-sil-grao(ws-ind2) "  "
                       ws-mov-exib-ton "  "
                       ws-sil-capacidade(ws-ind2) "   "
                       ws-mov-exib-pct "   "
                       ws-mov-lote-cor
               end-if
           end-perform

           if ws-qtde-silos = 0 then
               display "Nenhum silo cadastrado."
           end-if

           .
       ocupacao-silos-exit.
           exit.

      *>=======================================================================
      *>  Apura da movimentacao o saldo do silo em ws-mov-silo-w e o
      *>  lote corrente (a carga que encheu o silo vazio inicia um lote
      *>  novo; a data dessa carga e o corte entre lotes).
      *>=======================================================================

       apura-saldo-silo section.

           move 0 to ws-mov-saldo
           move 0 to ws-mov-lote-inicio
           move spaces to ws-mov-lote-cor
           move 0 to ws-mov-achados
           move 0 to ws-mov-qtde-lotes

           perform varying ws-mov-ind from 1 by 1
                       end-if
                       add ws-mov-tonelada(ws-mov-ind) to ws-mov-saldo
                   else
      *> ajuste de inventario para mais soma sem abrir lote novo
                       if ws-mov-sinal(ws-mov-ind) = "+"
                           add ws-mov-tonelada(ws-mov-ind)
                               to ws-mov-saldo
                       else
                           subtract ws-mov-tonelada(ws-mov-ind)
                               from ws-mov-saldo
      *> expedicao registrada alem do saldo (historico anterior ao
      *> controle): o saldo nao fica negativo
                           if ws-mov-saldo < 0
                               move 0 to ws-mov-saldo
                           end-if
                       end-if
                   end-if
               end-if
                               move fd-cbo-situacao   to ws-cbo-situacao(ws-qtde-cabos-reg)
                               move fd-cbo-data-inst  to ws-cbo-data-inst(ws-qtde-cabos-reg)
                               move fd-cbo-data-calib to ws-cbo-data-calib(ws-qtde-cabos-reg)
      *> registro gravado antes das ordens de manutencao vem sem a
      *> data do reparo
                               if fd-cbo-data-reparo is numeric
                                   move fd-cbo-data-reparo-r
                                       to ws-cbo-data-reparo(ws-qtde-cabos-reg)
                               else
                                   move 0
                                       to ws-cbo-data-reparo(ws-qtde-cabos-reg)
                               end-if
      *> registro gravado antes da data do defeito vem sem ela
                               if fd-cbo-data-defeito is numeric
                                   move fd-cbo-data-defeito-r
                                       to ws-cbo-data-defeito(ws-qtde-cabos-reg)
                               else
                                   move 0
                                       to ws-cbo-data-defeito(ws-qtde-cabos-reg)
                               end-if
                           else
                               if cabos-reg-completos
                                   display "Limite do registro de cabos "
                   move ws-cbo-situacao(ws-cbo-ind)   to fd-cbo-situacao
                   move ws-cbo-data-inst(ws-cbo-ind)  to fd-cbo-data-inst
                   move ws-cbo-data-calib(ws-cbo-ind) to fd-cbo-data-calib
                   move ws-cbo-data-reparo(ws-cbo-ind) to fd-cbo-data-reparo-r
                   move ws-cbo-data-defeito(ws-cbo-ind) to fd-cbo-data-defeito-r
                   write fd-cbo-reg
               end-perform

           exit.

      *>=======================================================================
      *>  Decide se a leitura de ws-cbo-data-leit do cabo ws-cbo-num-tmp
      *>  do silo ws-cbo-sil-tmp e de cabo defeituoso: cabo marcado D
      *>  a partir da data do defeito (sem data, sempre), ou cabo ja
      *>  reativado quando a leitura cai entre o defeito e o reparo;
      *>  cabo sem registro e tratado como ativo.
      *>=======================================================================

       verifica-cabo-defeituoso section.

           if ws-cbo-ach > 0
               if ws-cbo-situacao(ws-cbo-ach) = "D"
                   if ws-cbo-data-defeito(ws-cbo-ach) = 0
                   or ws-cbo-data-leit >= ws-cbo-data-defeito(ws-cbo-ach)
                       set cabo-defeituoso to true
                   end-if
               else
                   if ws-cbo-data-defeito(ws-cbo-ach) > 0
                   and ws-cbo-data-leit >= ws-cbo-data-defeito(ws-cbo-ach)
                   and (ws-cbo-data-reparo(ws-cbo-ach)
                           < ws-cbo-data-defeito(ws-cbo-ach)
                     or ws-cbo-data-leit < ws-cbo-data-reparo(ws-cbo-ach))
                       set cabo-defeituoso to true
                   end-if
               end-if
           end-if

       lista-cabos-silo section.

           display " "
           display "Cabo  Situacao     Instalacao  Calibracao  Defeito     "
               "Reparo"
           display "---------------------------------------------------"
               "------------"

           perform varying ws-cbo-num-tmp from 1 by 1
               until ws-cbo-num-tmp > ws-sil-qtde-cabos(ws-cbo-sil-ach)
                       display "ATIVO        " with no advancing
                   end-if
                   display ws-cbo-data-inst(ws-cbo-ach) "    "
                       ws-cbo-data-calib(ws-cbo-ach) "    "
                       ws-cbo-data-defeito(ws-cbo-ach) "    "
                       ws-cbo-data-reparo(ws-cbo-ach)
               end-if
           end-perform

                   move "A"            to ws-cbo-situacao(ws-qtde-cabos-reg)
                   move 0              to ws-cbo-data-inst(ws-qtde-cabos-reg)
                   move 0              to ws-cbo-data-calib(ws-qtde-cabos-reg)
                   move 0              to ws-cbo-data-reparo(ws-qtde-cabos-reg)
                   move 0              to ws-cbo-data-defeito(ws-qtde-cabos-reg)
                   move ws-qtde-cabos-reg to ws-cbo-ach
               end-if
           end-if
           exit.

      *>=======================================================================
      *>  Marca um cabo do silo como defeituoso a partir de hoje (sai
      *>  da media, dos extremos e do ponto quente, e abre a ordem de
      *>  manutencao do reparo) ou o reativa com reparo hoje; cabo com
      *>  ordem corretiva pendente so volta pelo fechamento da ordem.
      *>=======================================================================

       altera-situacao-cabo section.

               if ws-cbo-ach > 0 then
                   if ws-cbo-situacao(ws-cbo-ach) = "D" then
                       perform localiza-ordem-cabo-pendente
                       if ordem-pendente
                           display "Cabo " ws-cbo-num-tmp " tem a ordem "
                               "de manutencao " ws-ord-num-tmp
                               " pendente; reative-o fechando a ordem."
                       else
                           move "A" to ws-cbo-situacao(ws-cbo-ach)
                           move ws-data-hoje
                               to ws-cbo-data-reparo(ws-cbo-ach)
                           display "Cabo " ws-cbo-num-tmp " reativado; "
                               "volta a entrar na media e nos alertas."
                       end-if
                   else
                       move "D" to ws-cbo-situacao(ws-cbo-ach)
                       move ws-data-hoje
                           to ws-cbo-data-defeito(ws-cbo-ach)
                       display "Cabo " ws-cbo-num-tmp " marcado "
                           "DEFEITUOSO; excluido da media, dos "
                           "extremos e do ponto quente."
                       perform abre-ordem-cabo
                   end-if

                   perform grava_cabos
               end-if
           end-perform

      *> -------------  situacao do cabo hoje
           move ws-cab to ws-cbo-num-tmp
           move ws-data-hoje to ws-cbo-data-leit
           perform verifica-cabo-defeituoso

           display ws-cab "    " with no advancing
      *> -------------  cabo fica de fora para nao diluir a deriva)
           move 0 to ws-sau-soma-dia
           move 0 to ws-sau-qtde-dia
           compute ws-cbo-data-leit = ws-ano(ws-ind) * 10000
                                    + ws-mes(ws-ind) * 100
                                    + ws-dia(ws-ind)

           perform varying ws-ind2 from 1 by 1 until ws-ind2 > 8
               if ws-ind2 <> ws-cab
           if ws-ano(ws-ind) <> 0 then
               move 0 to ws-sau-excluidos
               move ws-silo-atual to ws-cbo-sil-tmp
               compute ws-cbo-data-leit = ws-ano(ws-ind) * 10000
                                        + ws-mes(ws-ind) * 100
                                        + ws-dia(ws-ind)

               perform varying ws-ind2 from 1 by 1 until ws-ind2 > 8
                   if ws-cab-informado(ws-ind, ws-ind2) = "S" then

      *>=======================================================================
      *>  Menu do log de aeracao executada: registro do acionamento do
      *>  ventilador, conferencia recomendado x executado do mes,
      *>  tarifas de energia e custo de energia da aeracao.
      *>=======================================================================

       aeracao_menu section.
               display "==========================================="
               display "1 - Registrar acionamento de ventilador"
               display "2 - Conferencia recomendado x executado do mes"
               display "3 - Tarifas de energia (faixas horarias)"
               display "4 - Custo de energia da aeracao do mes"
               display "9 - Voltar"
               display " "
               display "Escolha uma opcao:"
                       perform inclui-aeracao
                   when 2
                       perform relatorio-aeracao-exec
                   when 3
                       perform tarifa_menu
                   when 4
                       perform custo-energia-aeracao
                   when 9
                       continue
                   when other
           exit.

      *>=======================================================================
      *>  Carrega a tabela de tarifas de energia (arqTarifa.txt) usada
      *>  no custo da aeracao
      *>=======================================================================

       carrega_tarifas section.

           move 0 to ws-qtde-tarifas
           set tarifas-completas to true

           open input arqTarifa

           if ws-fs-arqTarifa = 0
           or ws-fs-arqTarifa = 05 then
               set nao-fim-arquivo to true

               perform until fim-arquivo
                   read arqTarifa
                       at end
                           set fim-arquivo to true
                       not at end
                           if ws-qtde-tarifas < 24 then
                               add 1 to ws-qtde-tarifas
                               move fd-tar-hora-ini  to ws-tar-hora-ini(ws-qtde-tarifas)
                               move fd-tar-hora-fim  to ws-tar-hora-fim(ws-qtde-tarifas)
                               move fd-tar-tipo      to ws-tar-tipo(ws-qtde-tarifas)
                               move fd-tar-descricao to ws-tar-descricao(ws-qtde-tarifas)
                               move fd-tar-preco     to ws-tar-preco(ws-qtde-tarifas)
                           else
                               if tarifas-completas
                                   display "Limite de faixas de tarifa "
                                       "atingido (24); registros "
                                       "adicionais nao carregados."
                                   set tarifas-truncadas to true
                               end-if
                           end-if
                   end-read
               end-perform

               close arqTarifa
           else
               display "File Status ao abrir tabela de tarifas: "
                   ws-fs-arqTarifa
           end-if

           .
       carrega_tarifas-exit.
           exit.

      *>=======================================================================
      *>  Regrava a tabela de tarifas inteira a partir da memoria
      *>=======================================================================

       grava_tarifas section.

           if tarifas-truncadas then
               display "Tabela de tarifas em arquivo tem mais faixas que "
                   "a memoria comporta; regravacao bloqueada."
           else
               open output arqTarifa

               if ws-fs-arqTarifa = 0
               or ws-fs-arqTarifa = 05 then
                   perform varying ws-tar-ind from 1 by 1
                       until ws-tar-ind > ws-qtde-tarifas
                       move ws-tar-hora-ini(ws-tar-ind)  to fd-tar-hora-ini
                       move ws-tar-hora-fim(ws-tar-ind)  to fd-tar-hora-fim
                       move ws-tar-tipo(ws-tar-ind)      to fd-tar-tipo
                       move ws-tar-descricao(ws-tar-ind) to fd-tar-descricao
                       move ws-tar-preco(ws-tar-ind)     to fd-tar-preco
                       write fd-tar-reg
                   end-perform

                   close arqTarifa
               else
                   display "File Status ao gravar tabela de tarifas: "
                       ws-fs-arqTarifa
               end-if
           end-if

           .
       grava_tarifas-exit.
           exit.

      *>=======================================================================
      *>  Manutencao da tabela de tarifas de energia (inclusao e
      *>  exclusao restritas ao supervisor)
      *>=======================================================================

       tarifa_menu section.

           move 0 to ws-tar-opcao

           perform until ws-tar-opcao = 9
               display erase
               display "==========================================="
               display " Tarifas de energia da aeracao"
               display "==========================================="
               display "1 - Incluir / alterar faixa horaria"
               display "2 - Excluir faixa horaria"
               display "3 - Listar faixas"
               display "9 - Voltar"
               display " "
               display "Escolha uma opcao:"
               accept ws-tar-opcao
                   on exception
                       move 9 to ws-tar-opcao
               end-accept

               evaluate ws-tar-opcao
                   when 1
                       perform inclui-tarifa
                   when 2
                       perform exclui-tarifa
                   when 3
                       perform lista-tarifas
                   when 9
                       continue
                   when other
                       display "Opcao invalida."
               end-evaluate
           end-perform

           .
       tarifa_menu-exit.
           exit.

      *>=======================================================================
      *>  Inclui uma faixa horaria; faixa com a mesma hora de inicio de
      *>  outra ja cadastrada substitui a anterior (alteracao de preco)
      *>=======================================================================

       inclui-tarifa section.

           perform verifica-supervisor

           if acesso-permitido
               perform inclui-tarifa-dados
           end-if

           .
       inclui-tarifa-exit.
           exit.

      *>=======================================================================
      *>  Tela da inclusao de faixa (acesso ja autorizado)
      *>=======================================================================

       inclui-tarifa-dados section.

           set tarifa-valida to true

           display " "
           display "Hora de inicio da faixa (hhmm):"
           move 0 to ws-tar-hini-tmp
           accept ws-tar-hini-tmp
           display "Hora de fim da faixa (hhmm; menor que o inicio "
               "cruza a meia-noite):"
           move 0 to ws-tar-hfim-tmp
           accept ws-tar-hfim-tmp

           move ws-tar-hini-tmp to ws-enr-hora-w
           if ws-enr-hora-hh > 23 or ws-enr-hora-mm > 59
               set tarifa-invalida to true
           end-if
           move ws-tar-hfim-tmp to ws-enr-hora-w
           if ws-enr-hora-hh > 23 or ws-enr-hora-mm > 59
               set tarifa-invalida to true
           end-if

           if tarifa-invalida
           or ws-tar-hini-tmp = ws-tar-hfim-tmp then
               set tarifa-invalida to true
               display "Horario invalido (hhmm, 0000 a 2359, inicio "
                   "diferente do fim)."
           else
               display "Tipo da faixa (P=ponta, F=fora de ponta, "
                   "N=noturna com desconto):"
               move spaces to ws-tar-tipo-tmp
               accept ws-tar-tipo-tmp
               inspect ws-tar-tipo-tmp converting "pfn" to "PFN"

               if ws-tar-tipo-tmp <> "P" and ws-tar-tipo-tmp <> "F"
               and ws-tar-tipo-tmp <> "N" then
                   set tarifa-invalida to true
                   display "Tipo invalido; informe P, F ou N."
               end-if
           end-if

           if tarifa-valida
               display "Descricao da faixa:"
               move spaces to ws-tar-desc-tmp
               accept ws-tar-desc-tmp

               display "Preco do kWh (R$; ex.: 00,8500):"
               move 0 to ws-tar-preco-tmp
               accept ws-tar-preco-tmp

               if ws-tar-preco-tmp = 0
                   set tarifa-invalida to true
                   display "Preco do kWh deve ser maior que zero."
               end-if
           end-if

      *> -------------  A faixa nova nao pode sobrepor outra faixa (a
      *> -------------  de mesmo inicio sera substituida)
           if tarifa-valida
               move 0 to ws-tar-ach
               move ws-tar-hini-tmp to ws-enr-hora-w
               compute ws-enr-run-ini =
                   ws-enr-hora-hh * 60 + ws-enr-hora-mm
               move ws-tar-hfim-tmp to ws-enr-hora-w
               compute ws-enr-run-fim =
                   ws-enr-hora-hh * 60 + ws-enr-hora-mm
               if ws-enr-run-fim < ws-enr-run-ini
                   add 1440 to ws-enr-run-fim
               end-if

               perform varying ws-tar-ind from 1 by 1
                   until ws-tar-ind > ws-qtde-tarifas
                   if ws-tar-hora-ini(ws-tar-ind) = ws-tar-hini-tmp
                       move ws-tar-ind to ws-tar-ach
                   else
                       perform sobreposicao-faixa
                       if ws-enr-min-faixa > 0
                           set tarifa-invalida to true
                           display "Faixa sobrepoe a faixa "
                               ws-tar-hora-ini(ws-tar-ind) "-"
                               ws-tar-hora-fim(ws-tar-ind) " "
                               ws-tar-descricao(ws-tar-ind)
                       end-if
                   end-if
               end-perform
           end-if

           if tarifa-valida
               if ws-tar-ach = 0
                   if ws-qtde-tarifas >= 24
                       set tarifa-invalida to true
                       display "Limite de faixas de tarifa atingido "
                           "(24)."
                   else
                       add 1 to ws-qtde-tarifas
                       move ws-qtde-tarifas to ws-tar-ach
                   end-if
               end-if
           end-if

           if tarifa-valida
               move ws-tar-hini-tmp  to ws-tar-hora-ini(ws-tar-ach)
               move ws-tar-hfim-tmp  to ws-tar-hora-fim(ws-tar-ach)
               move ws-tar-tipo-tmp  to ws-tar-tipo(ws-tar-ach)
               move ws-tar-desc-tmp  to ws-tar-descricao(ws-tar-ach)
               move ws-tar-preco-tmp to ws-tar-preco(ws-tar-ach)

               perform grava_tarifas
               display "Faixa de tarifa gravada."
           else
               display "Faixa de tarifa nao gravada."
           end-if

           .
       inclui-tarifa-dados-exit.
           exit.

      *>=======================================================================
      *>  Exclui a faixa horaria que comeca na hora informada
      *>=======================================================================

       exclui-tarifa section.

           perform verifica-supervisor

           if acesso-permitido
               display " "
               display "Hora de inicio da faixa a excluir (hhmm):"
               move 0 to ws-tar-hini-tmp
               accept ws-tar-hini-tmp

               move 0 to ws-tar-ach
               perform varying ws-tar-ind from 1 by 1
                   until ws-tar-ind > ws-qtde-tarifas
                   if ws-tar-hora-ini(ws-tar-ind) = ws-tar-hini-tmp
                       move ws-tar-ind to ws-tar-ach
                   end-if
               end-perform

               if ws-tar-ach = 0
                   display "Nenhuma faixa comeca em " ws-tar-hini-tmp
               else
      *> -------------  Fecha o buraco puxando as faixas seguintes
                   perform varying ws-tar-ind from ws-tar-ach by 1
                       until ws-tar-ind >= ws-qtde-tarifas
                       move ws-tarifas(ws-tar-ind + 1)
                           to ws-tarifas(ws-tar-ind)
                   end-perform
                   subtract 1 from ws-qtde-tarifas

                   perform grava_tarifas
                   display "Faixa de tarifa excluida."
               end-if
           end-if

           .
       exclui-tarifa-exit.
           exit.

      *>=======================================================================
      *>  Lista as faixas da tarifa e os minutos do dia sem faixa
      *>=======================================================================

       lista-tarifas section.

           display " "
           display "Inicio  Fim   Tipo          Descricao             "
               "R$/kWh"
           display "-----------------------------------------------"
               "---------"

           move 0 to ws-enr-min-cob

           perform varying ws-tar-ind from 1 by 1
               until ws-tar-ind > ws-qtde-tarifas
               perform descreve-tipo-tarifa
               move ws-tar-preco(ws-tar-ind) to ws-tar-exib-preco
               display ws-tar-hora-ini(ws-tar-ind) "    "
                   ws-tar-hora-fim(ws-tar-ind) "  "
                   ws-tar-exib-tipo "  "
                   ws-tar-descricao(ws-tar-ind) "  "
                   ws-tar-exib-preco

               move ws-tar-hora-ini(ws-tar-ind) to ws-enr-hora-w
               compute ws-enr-faixa-ini =
                   ws-enr-hora-hh * 60 + ws-enr-hora-mm
               move ws-tar-hora-fim(ws-tar-ind) to ws-enr-hora-w
               compute ws-enr-faixa-fim =
                   ws-enr-hora-hh * 60 + ws-enr-hora-mm
               if ws-enr-faixa-fim <= ws-enr-faixa-ini
                   add 1440 to ws-enr-faixa-fim
               end-if
               compute ws-enr-min-cob = ws-enr-min-cob
                   + ws-enr-faixa-fim - ws-enr-faixa-ini
           end-perform

           if ws-qtde-tarifas = 0 then
               display "Nenhuma faixa de tarifa cadastrada."
           else
               if ws-enr-min-cob < 1440
                   compute ws-enr-min-faixa = 1440 - ws-enr-min-cob
                   display " "
                   display "*** Atencao: " ws-enr-min-faixa
                       " minuto(s) do dia sem faixa de tarifa; a "
                       "aeracao nesses horarios fica sem custo. ***"
               end-if
           end-if

           .
       lista-tarifas-exit.
           exit.

      *>=======================================================================
      *>  Nome do tipo da faixa ws-tar-ind para os relatorios
      *>=======================================================================

       descreve-tipo-tarifa section.

           evaluate ws-tar-tipo(ws-tar-ind)
               when "P"
                   move "PONTA"        to ws-tar-exib-tipo
               when "F"
                   move "FORA PONTA"   to ws-tar-exib-tipo
               when "N"
                   move "NOTURNA"      to ws-tar-exib-tipo
               when other
                   move "?"            to ws-tar-exib-tipo
           end-evaluate

           .
       descreve-tipo-tarifa-exit.
           exit.

      *>=======================================================================
      *>  Minutos em comum (ws-enr-min-faixa) entre o intervalo
      *>  ws-enr-run-ini/fim (minutos do dia, fim pode passar de 1440
      *>  quando cruza a meia-noite) e a faixa ws-tar-ind. A faixa e
      *>  comparada tambem deslocada um dia para tras e para a frente,
      *>  cobrindo as corridas e faixas que cruzam a meia-noite.
      *>=======================================================================

       sobreposicao-faixa section.

           move 0 to ws-enr-min-faixa

           move ws-tar-hora-ini(ws-tar-ind) to ws-enr-hora-w
           compute ws-enr-faixa-ini = ws-enr-hora-hh * 60 + ws-enr-hora-mm
           move ws-tar-hora-fim(ws-tar-ind) to ws-enr-hora-w
           compute ws-enr-faixa-fim = ws-enr-hora-hh * 60 + ws-enr-hora-mm

           if ws-enr-faixa-fim <= ws-enr-faixa-ini
               add 1440 to ws-enr-faixa-fim
           end-if

           perform varying ws-enr-desloc from -1440 by 1440
               until ws-enr-desloc > 1440
               if ws-enr-run-ini > ws-enr-faixa-ini + ws-enr-desloc
                   move ws-enr-run-ini to ws-enr-sob-ini
               else
                   compute ws-enr-sob-ini =
                       ws-enr-faixa-ini + ws-enr-desloc
               end-if

               if ws-enr-run-fim < ws-enr-faixa-fim + ws-enr-desloc
                   move ws-enr-run-fim to ws-enr-sob-fim
               else
                   compute ws-enr-sob-fim =
                       ws-enr-faixa-fim + ws-enr-desloc
               end-if

               if ws-enr-sob-fim > ws-enr-sob-ini
                   compute ws-enr-min-faixa = ws-enr-min-faixa
                       + ws-enr-sob-fim - ws-enr-sob-ini
               end-if
           end-perform

           .
       sobreposicao-faixa-exit.
           exit.

      *>=======================================================================
      *>  Reparte a corrida ws-aec-ind pelas faixas da tarifa com a
      *>  potencia ws-enr-kw: minutos com faixa, minutos na ponta e
      *>  custo da corrida
      *>=======================================================================

       reparte-acionamento section.

           perform calcula-minutos-aeracao

           move ws-aec-min-ini to ws-enr-run-ini
           move ws-aec-min-fim to ws-enr-run-fim

           move 0 to ws-enr-min-cob
           move 0 to ws-enr-min-ponta
           move 0 to ws-enr-custo-run

           perform varying ws-tar-ind from 1 by 1
               until ws-tar-ind > ws-qtde-tarifas
               perform sobreposicao-faixa

               if ws-enr-min-faixa > 0
                   add ws-enr-min-faixa to ws-enr-min-cob
                   if ws-tar-tipo(ws-tar-ind) = "P"
                       add ws-enr-min-faixa to ws-enr-min-ponta
                   end-if

                   compute ws-enr-kwh-faixa =
                       ws-enr-min-faixa * ws-enr-kw / 60
                   compute ws-enr-custo-run = ws-enr-custo-run
                       + ws-enr-kwh-faixa * ws-tar-preco(ws-tar-ind)
               end-if
           end-perform

           .
       reparte-acionamento-exit.
           exit.

      *>=======================================================================
      *>  Relatorio mensal do custo de energia da aeracao: por silo,
      *>  horas de ventilador, horas na ponta, kWh, custo, ocupacao
      *>  media da movimentacao e custo por tonelada armazenada; em
      *>  seguida, as corridas feitas no horario de ponta.
      *>=======================================================================

       custo-energia-aeracao section.

           display erase

           move ws-periodo-ano to ws-enr-ano
           move ws-periodo-mes to ws-enr-mes

           display "Ano do relatorio (zero usa " ws-enr-ano "):"
           move 0 to ws-enr-ano-tmp
           accept ws-enr-ano-tmp
           if ws-enr-ano-tmp <> 0
               move ws-enr-ano-tmp to ws-enr-ano
           end-if

           display "Mes do relatorio (zero usa " ws-enr-mes "):"
           move 0 to ws-enr-mes-tmp
           accept ws-enr-mes-tmp
           if ws-enr-mes-tmp <> 0
               move ws-enr-mes-tmp to ws-enr-mes
           end-if

           if ws-enr-mes < 01 or ws-enr-mes > 12 then
               display "Mes invalido."
           else
               if ws-qtde-tarifas = 0
                   display "Nenhuma faixa de tarifa cadastrada; o custo "
                       "sai zerado (cadastre em Tarifas de energia)."
               end-if

               move ws-enr-ano to ws-calc-ano
               move ws-enr-mes to ws-calc-mes
               perform calcula-dias-mes
               move ws-calc-dias to ws-enr-dias-mes

               display " "
               display "=============================================="
                   "=============================="
               display "  Custo de energia da aeracao - " ws-enr-mes "/"
                   ws-enr-ano
               display "=============================================="
                   "=============================="
               display "Silo         kW    Horas   Ponta(h)         kWh"
                   "    Custo R$  Ocup.med(t)      R$/t"
               display "----------------------------------------------"
                   "------------------------------"

               move 0 to ws-enr-kwh-tot
               move 0 to ws-enr-custo-tot
               move 0 to ws-enr-ton-tot
               move 0 to ws-enr-ponta-tot
               move 0 to ws-enr-silos-rel
               move 0 to ws-enr-sem-tar-tot

               perform varying ws-enr-sil from 1 by 1
                   until ws-enr-sil > ws-qtde-silos
                   perform custo-energia-silo
               end-perform

               display "----------------------------------------------"
                   "------------------------------"

               if ws-enr-silos-rel = 0
                   display "Nenhum acionamento de ventilador no mes."
               else
                   move ws-enr-kwh-tot   to ws-enr-exib-kwh
                   move ws-enr-custo-tot to ws-enr-exib-custo
                   move ws-enr-ton-tot   to ws-enr-exib-ton
                   display "TOTAL                                "
                       ws-enr-exib-kwh "  " ws-enr-exib-custo " "
                       ws-enr-exib-ton with no advancing
                   if ws-enr-ton-tot > 0
                       compute ws-enr-custo-ton rounded =
                           ws-enr-custo-tot / ws-enr-ton-tot
                       move ws-enr-custo-ton to ws-enr-exib-cton
                       display " " ws-enr-exib-cton
                   else
                       display "       n/d"
                   end-if

                   if ws-enr-sem-tar-tot > 0
                       move ws-enr-sem-tar-tot to ws-enr-exib-min
                       display " "
                       display "*** " ws-enr-exib-min " minuto(s) de "
                           "ventilador fora de qualquer faixa de tarifa "
                           "(sem custo). ***"
                   end-if

                   perform lista-acionamentos-ponta
               end-if
           end-if

           .
       custo-energia-aeracao-exit.
           exit.

      *>=======================================================================
      *>  Linha do silo ws-enr-sil no relatorio de custo de energia
      *>  (silo sem corrida no mes nao sai)
      *>=======================================================================

       custo-energia-silo section.

           move ws-sil-kw(ws-enr-sil) to ws-enr-kw

           move 0 to ws-enr-min-sil
           move 0 to ws-enr-ponta-sil
           move 0 to ws-enr-sem-tar-sil
           move 0 to ws-enr-custo-sil
           move 0 to ws-enr-corridas-sil

           perform varying ws-aec-ind from 1 by 1
               until ws-aec-ind > ws-qtde-aeracoes
               if ws-aec-silo(ws-aec-ind) = ws-sil-id(ws-enr-sil)
               and ws-aec-ano(ws-aec-ind) = ws-enr-ano
               and ws-aec-mes(ws-aec-ind) = ws-enr-mes then
                   perform reparte-acionamento
                   add 1 to ws-enr-corridas-sil
                   add ws-aec-min-run    to ws-enr-min-sil
                   add ws-enr-min-ponta  to ws-enr-ponta-sil
                   add ws-enr-custo-run  to ws-enr-custo-sil
                   compute ws-enr-sem-tar-sil = ws-enr-sem-tar-sil
                       + ws-aec-min-run - ws-enr-min-cob
                   if ws-enr-min-ponta > 0
                       add 1 to ws-enr-ponta-tot
                   end-if
               end-if
           end-perform

           if ws-enr-corridas-sil > 0
               add 1 to ws-enr-silos-rel
               add ws-enr-sem-tar-sil to ws-enr-sem-tar-tot

               compute ws-enr-kwh-sil rounded =
                   ws-enr-min-sil * ws-enr-kw / 60
               add ws-enr-kwh-sil to ws-enr-kwh-tot
               add ws-enr-custo-sil to ws-enr-custo-tot

               perform ocupacao-media-silo
               add ws-enr-ocup-media to ws-enr-ton-tot

               move ws-enr-kw to ws-enr-exib-kw
               compute ws-aec-horas = ws-enr-min-sil / 60
               move ws-aec-horas to ws-enr-exib-horas
               display ws-sil-id(ws-enr-sil) " " ws-enr-exib-kw " "
                   ws-enr-exib-horas with no advancing
               compute ws-aec-horas = ws-enr-ponta-sil / 60
               move ws-aec-horas to ws-enr-exib-horas
               move ws-enr-kwh-sil to ws-enr-exib-kwh
               move ws-enr-custo-sil to ws-enr-exib-custo
               move ws-enr-ocup-media to ws-enr-exib-ton
               display "   " ws-enr-exib-horas "  " ws-enr-exib-kwh "  "
                   ws-enr-exib-custo " " ws-enr-exib-ton
                   with no advancing

               if ws-enr-ocup-media > 0
                   compute ws-enr-custo-ton rounded =
                       ws-enr-custo-sil / ws-enr-ocup-media
                   move ws-enr-custo-ton to ws-enr-exib-cton
                   display " " ws-enr-exib-cton
               else
                   display "       n/d"
               end-if

               if ws-enr-kw = 0
                   display "   (silo sem potencia de ventilador no "
                       "cadastro; kWh e custo zerados)"
               end-if
           end-if

           .
       custo-energia-silo-exit.
           exit.

      *>=======================================================================
      *>  Ocupacao media do silo ws-enr-sil no mes: media dos saldos de
      *>  fim de dia apurados da movimentacao (mesma regra de
      *>  apura-saldo-silo, saldo nunca negativo)
      *>=======================================================================

       ocupacao-media-silo section.

           move 0 to ws-enr-ton-dia

           perform varying ws-enr-dia from 1 by 1
               until ws-enr-dia > ws-enr-dias-mes
               compute ws-enr-data-lim =
                   ws-enr-ano * 10000 + ws-enr-mes * 100 + ws-enr-dia
               move 0 to ws-enr-saldo

               perform varying ws-enr-mov-ind from 1 by 1
                   until ws-enr-mov-ind > ws-qtde-movtos
                   if ws-mov-silo(ws-enr-mov-ind) = ws-sil-id(ws-enr-sil)
                   and ws-mov-data(ws-enr-mov-ind) <= ws-enr-data-lim
                       if ws-mov-sinal(ws-enr-mov-ind) = "+"
                           add ws-mov-tonelada(ws-enr-mov-ind)
                               to ws-enr-saldo
                       else
                           subtract ws-mov-tonelada(ws-enr-mov-ind)
                               from ws-enr-saldo
                           if ws-enr-saldo < 0
                               move 0 to ws-enr-saldo
                           end-if
                       end-if
                   end-if
               end-perform

               add ws-enr-saldo to ws-enr-ton-dia
           end-perform

           if ws-enr-dias-mes > 0
               compute ws-enr-ocup-media rounded =
                   ws-enr-ton-dia / ws-enr-dias-mes
           else
               move 0 to ws-enr-ocup-media
           end-if

           .
       ocupacao-media-silo-exit.
           exit.

      *>=======================================================================
      *>  Corridas do mes com minutos no horario de ponta, para a
      *>  programacao da aeracao fugir da ponta
      *>=======================================================================

       lista-acionamentos-ponta section.

           display " "
           if ws-enr-ponta-tot = 0
               display "Nenhuma corrida de ventilador no horario de "
                   "ponta no mes."
           else
               display "Corridas no horario de PONTA (" ws-enr-ponta-tot
                   "):"
               display "Data      Silo        Partida  Parada  "
                   "Min.ponta      Custo R$  Oper."
               display "----------------------------------------------"
                   "-----------------"

               perform varying ws-aec-ind from 1 by 1
                   until ws-aec-ind > ws-qtde-aeracoes
                   if ws-aec-ano(ws-aec-ind) = ws-enr-ano
                   and ws-aec-mes(ws-aec-ind) = ws-enr-mes
                       move ws-aec-silo(ws-aec-ind) to ws-sil-id-tmp
                       perform localiza-silo
                       move 0 to ws-enr-kw
                       if ws-sil-ach > 0
                           move ws-sil-kw(ws-sil-ach) to ws-enr-kw
                       end-if

                       perform reparte-acionamento

                       if ws-enr-min-ponta > 0
                           move ws-enr-min-ponta to ws-enr-exib-min
                           move ws-enr-custo-run to ws-enr-exib-custo
                           display ws-aec-data(ws-aec-ind) "  "
                               ws-aec-silo(ws-aec-ind) "  "
                               ws-aec-hora-ini(ws-aec-ind) "     "
                               ws-aec-hora-fim(ws-aec-ind) "    "
                               ws-enr-exib-min "    "
                               ws-enr-exib-custo "  "
                               ws-aec-operador(ws-aec-ind)
                       end-if
                   end-if
               end-perform
           end-if

           .
       lista-acionamentos-ponta-exit.
           exit.

      *>=======================================================================
      *>  Carrega o cadastro de operadores (arqOperador.txt) para a
      *>  tabela em memoria usada na identificacao e na manutencao.
      *>=======================================================================

       carrega_operadores section.

           move 0 to ws-qtde-operadores
           set operadores-completos to true

           open input arqOperador

           if ws-fs-arqOperador = 0
           or ws-fs-arqOperador = 05 then
               set nao-fim-arquivo to true

               perform until fim-arquivo
                   read arqOperador
                       at end
                           set fim-arquivo to true
                       not at end
                           if ws-qtde-operadores < 50 then
                               add 1 to ws-qtde-operadores
                               move fd-ope-codigo   to ws-ope-codigo(ws-qtde-operadores)
                               move fd-ope-nome     to ws-ope-nome(ws-qtde-operadores)
                               move fd-ope-nivel    to ws-ope-nivel(ws-qtde-operadores)
                               move fd-ope-situacao to ws-ope-situacao(ws-qtde-operadores)
                           else
                               if operadores-completos
                                   display "Limite de operadores "
                                       "cadastrados atingido (50); "
                                       "registros adicionais nao "
                                       "carregados."
                                   set operadores-truncados to true
                               end-if
                           end-if
                   end-read
               end-perform

               close arqOperador
           else
               display "File Status ao abrir cadastro de operadores: "
                   ws-fs-arqOperador
           end-if

           .
       carrega_operadores-exit.
           exit.

      *>=======================================================================
      *>  Regrava o cadastro de operadores inteiro a partir da tabela
      *>=======================================================================

       grava_operadores section.

      *> -------------  Nao regrava o cadastro a partir de uma tabela
      *> -------------  truncada (apagaria operadores que nao couberam)
           if operadores-truncados then
               display "Cadastro em arquivo tem mais operadores que a "
                   "memoria comporta; regravacao bloqueada."
           else
               perform grava_operadores-arquivo
           end-if

           .
       grava_operadores-exit.
           exit.

      *>=======================================================================
      *>  Regrava fisicamente o cadastro de operadores
      *>=======================================================================

       grava_operadores-arquivo section.

           open output arqOperador

           if ws-fs-arqOperador = 0
           or ws-fs-arqOperador = 05 then
               perform varying ws-ope-ind from 1 by 1
                   until ws-ope-ind > ws-qtde-operadores
                   move ws-ope-codigo(ws-ope-ind)   to fd-ope-codigo
                   move ws-ope-nome(ws-ope-ind)     to fd-ope-nome
                   move ws-ope-nivel(ws-ope-ind)    to fd-ope-nivel
                   move ws-ope-situacao(ws-ope-ind) to fd-ope-situacao
                   write fd-ope-reg
               end-perform

               close arqOperador
           else
               display "File Status ao gravar cadastro de operadores: "
                   ws-fs-arqOperador
           end-if

           .
       grava_operadores-arquivo-exit.
           exit.

      *>=======================================================================
      *>  Localiza na tabela o operador em ws-ope-cod-tmp; devolve a
      *>  linha em ws-ope-ach (zero quando nao cadastrado).
      *>=======================================================================

       localiza-operador section.

           move 0 to ws-ope-ach

           perform varying ws-ope-ind from 1 by 1
               until ws-ope-ind > ws-qtde-operadores
               if ws-ope-codigo(ws-ope-ind) = ws-ope-cod-tmp then
                   move ws-ope-ind to ws-ope-ach
               end-if
           end-perform

           .
       localiza-operador-exit.
           exit.

      *>=======================================================================
      *>  Nega a funcao quando o operador da sessao nao e supervisor
      *>=======================================================================

       verifica-supervisor section.

           if sessao-supervisor
               set acesso-permitido to true
           else
               set acesso-negado to true
               display " "
               display "Funcao restrita a supervisores; operador da "
                   "sessao: " ws-oper-atual
           end-if

           .
       verifica-supervisor-exit.
           exit.

      *>=======================================================================
      *>  Identificacao do operador no inicio da sessao interativa; com
      *>  o cadastro vazio, o primeiro supervisor e criado aqui mesmo.
      *>=======================================================================

       identifica-operador section.

           if ws-qtde-operadores = 0 then
               display " "
               display "Nenhum operador cadastrado ainda. Cadastre o "
                   "primeiro supervisor."
               perform inclui-operador-inicial
           end-if

           move spaces to ws-oper-atual
           move "O" to ws-oper-nivel
           set nao-fim-entrada to true

           perform until ws-oper-atual <> spaces or fim-entrada
               display " "
               display "Codigo do operador (3 letras):"
               accept ws-ope-cod-tmp
                   on exception
      *> stdin exaurido: segue sem identificacao e com o menor
      *> nivel; o menu encerra a sessao logo em seguida
                       set fim-entrada to true
               end-accept

               if not fim-entrada
                   perform localiza-operador

                   if ws-ope-ach = 0 then
                       display "Operador nao cadastrado: " ws-ope-cod-tmp
                   else
                       if ws-ope-situacao(ws-ope-ach) <> "A" then
                           display "Operador desativado: " ws-ope-cod-tmp
                       else
                           move ws-ope-codigo(ws-ope-ach)
                               to ws-oper-atual
                           move ws-ope-nivel(ws-ope-ach)
                               to ws-oper-nivel
                           display "Sessao de "
                               ws-ope-nome(ws-ope-ach)
                           if sessao-supervisor
                               display "Nivel: SUPERVISOR"
                           else
                               display "Nivel: OPERADOR (registro de "
                                   "leituras e relatorios)"
                           end-if
                       end-if
                   end-if
               end-if
           end-perform

           if ws-oper-atual = spaces
               move "???" to ws-oper-atual
           end-if

           .
       identifica-operador-exit.
           exit.

      *>=======================================================================
      *>  Cria o primeiro supervisor com o cadastro de operadores vazio
      *>=======================================================================

       inclui-operador-inicial section.

           set nao-fim-entrada to true

           display "Codigo do supervisor (3 letras):"
           accept ws-ope-cod-tmp
               on exception
                   set fim-entrada to true
           end-accept

           if not fim-entrada
               display "Nome completo:"
               accept ws-ope-nome-tmp
                   on exception
                       set fim-entrada to true
               end-accept
           end-if

           if fim-entrada then
               display "Cadastro interrompido; sessao sem supervisor."
           else
               move 1 to ws-qtde-operadores
               move ws-ope-cod-tmp  to ws-ope-codigo(1)
               move ws-ope-nome-tmp to ws-ope-nome(1)
               move "S"             to ws-ope-nivel(1)
               move "A"             to ws-ope-situacao(1)

               perform grava_operadores
               display "Supervisor cadastrado."
           end-if

           .
       inclui-operador-inicial-exit.
           exit.

      *>=======================================================================
      *>  Manutencao do cadastro de operadores (restrita ao supervisor)
      *>=======================================================================

       cadastro_operadores section.

           perform verifica-supervisor

           if acesso-permitido
               perform cadastro_operadores-menu
           end-if

           .
       cadastro_operadores-exit.
           exit.

      *>=======================================================================
      *>  Menu da manutencao de operadores (acesso ja autorizado)
      *>=======================================================================

       cadastro_operadores-menu section.

           move 0 to ws-ope-opcao

           perform until ws-ope-opcao = 9
               display erase
               display "==========================================="
               display " Cadastro de Operadores"
               display "==========================================="
               display "1 - Incluir operador"
               display "2 - Alterar operador"
               display "3 - Desativar / reativar operador"
               display "4 - Listar operadores"
               display "9 - Voltar"
               display " "
               display "Escolha uma opcao:"
               accept ws-ope-opcao
                   on exception
                       move 9 to ws-ope-opcao
               end-accept

               evaluate ws-ope-opcao
                   when 1
                       perform inclui-operador
                   when 2
                       perform altera-operador
                   when 3
                       perform desativa-operador
                   when 4
                       perform lista-operadores
                   when 9
                       continue
                   when other
                       display "Opcao invalida."
               end-evaluate
           end-perform

           .
       cadastro_operadores-menu-exit.
           exit.

      *>=======================================================================
      *>  Inclui um operador novo no cadastro
      *>=======================================================================

       inclui-operador section.

           display " "
           display "Codigo do operador a incluir (3 letras):"
           accept ws-ope-cod-tmp

           perform localiza-operador

           if ws-ope-ach > 0 then
               display "Operador ja cadastrado: " ws-ope-cod-tmp
           else
               if ws-qtde-operadores >= 50 then
                   display "Limite de operadores cadastrados "
                       "atingido (50)."
               else
                   set nao-fim-entrada to true

                   display "Nome completo:"
                   accept ws-ope-nome-tmp
                           set fim-entrada to true
                   end-accept

                   if not fim-entrada
                       display "Nivel (S=supervisor, O=operador de "
                           "digitacao):"
                       accept ws-ope-nivel-tmp
                           on exception
                               set fim-entrada to true
                       end-accept
                   end-if

                   if fim-entrada then
                       display "Inclusao interrompida; nada gravado."
                   else
                       if ws-ope-nivel-tmp <> "S"
                       and ws-ope-nivel-tmp <> "O" then
                           display "Nivel invalido (S ou O); "
                               "nada gravado."
                       else
                           add 1 to ws-qtde-operadores
                           move ws-ope-cod-tmp
                               to ws-ope-codigo(ws-qtde-operadores)
                           move ws-ope-nome-tmp
                               to ws-ope-nome(ws-qtde-operadores)
                           move ws-ope-nivel-tmp
                               to ws-ope-nivel(ws-qtde-operadores)
                           move "A"
                               to ws-ope-situacao(ws-qtde-operadores)

                           perform grava_operadores
                           display "Operador incluido no cadastro."
                       end-if
                   end-if
               end-if
           end-if

           .
       inclui-operador-exit.
           exit.

      *>=======================================================================
      *>  Altera nome e nivel de um operador (em branco mantem)
      *>=======================================================================

       altera-operador section.

           display " "
           display "Codigo do operador a alterar:"
           accept ws-ope-cod-tmp

           perform localiza-operador

           if ws-ope-ach = 0 then
               display "Operador nao cadastrado: " ws-ope-cod-tmp
           else
               display "Nome atual .: " ws-ope-nome(ws-ope-ach)
               display "Novo nome (em branco mantem):"
               move spaces to ws-ope-nome-tmp
               accept ws-ope-nome-tmp
               if ws-ope-nome-tmp <> spaces
                   move ws-ope-nome-tmp to ws-ope-nome(ws-ope-ach)
               end-if

               display "Nivel atual : " ws-ope-nivel(ws-ope-ach)
               display "Novo nivel (S/O; em branco mantem):"
               move spaces to ws-ope-nivel-tmp
               accept ws-ope-nivel-tmp
               if ws-ope-nivel-tmp = "S" or ws-ope-nivel-tmp = "O"
                   move ws-ope-nivel-tmp to ws-ope-nivel(ws-ope-ach)
               end-if

               perform grava_operadores
               display "Operador alterado no cadastro."

      *> ------------- Se o alterado e o da sessao, o nivel em uso
      *> ------------- acompanha o cadastro
               if ws-ope-codigo(ws-ope-ach) = ws-oper-atual
                   move ws-ope-nivel(ws-ope-ach) to ws-oper-nivel
               end-if
           end-if

           .
       altera-operador-exit.
           exit.

      *>=======================================================================
      *>  Desativa (ou reativa) um operador do cadastro
      *>=======================================================================

       desativa-operador section.

           display " "
           display "Codigo do operador a desativar/reativar:"
           accept ws-ope-cod-tmp

           perform localiza-operador

           if ws-ope-ach = 0 then
               display "Operador nao cadastrado: " ws-ope-cod-tmp
           else
               if ws-ope-codigo(ws-ope-ach) = ws-oper-atual then
                   display "Operador da propria sessao nao pode ser "
                       "desativado."
               else
                   if ws-ope-situacao(ws-ope-ach) = "A" then
                       move "I" to ws-ope-situacao(ws-ope-ach)
                       display "Operador desativado: " ws-ope-cod-tmp
                   else
                       move "A" to ws-ope-situacao(ws-ope-ach)
                       display "Operador reativado: " ws-ope-cod-tmp
                   end-if

                   perform grava_operadores
               end-if
           end-if

           .
       desativa-operador-exit.
           exit.

      *>=======================================================================
      *>  Lista o cadastro de operadores
      *>=======================================================================

       lista-operadores section.

           display " "
           display "Cod  Nivel  Sit.  Nome"
           display "--------------------------------------------"

           perform varying ws-ope-ind from 1 by 1
               until ws-ope-ind > ws-qtde-operadores
               display ws-ope-codigo(ws-ope-ind) "  "
                   ws-ope-nivel(ws-ope-ind) "      "
                   ws-ope-situacao(ws-ope-ind) "    "
                   ws-ope-nome(ws-ope-ind)
           end-perform

           if ws-qtde-operadores = 0 then
               display "Nenhum operador cadastrado."
           end-if

           .
       lista-operadores-exit.
           exit.

      *>=======================================================================
      *>  Gera o laudo impresso do periodo/silo corrente: arquivo de
      *>  imagem de impressao (laudoTemp-<silo>.txt) com paginas fixas
      *>  de 66 linhas, cabecalho e colunas repetidos por pagina e
      *>  fechamento com estatisticas e linhas de assinatura.
      *>=======================================================================

       gera-laudo section.

      *> -------------  Um laudo por silo E por periodo: o fechamento
      *> -------------  do mes seguinte nao pode atropelar o laudo
      *> -------------  arquivado do mes anterior
           move spaces to ws-laudo-nome
           string
               "laudoTemp-"            delimited by size
               ws-silo-atual           delimited by space
               "-"                     delimited by size
               ws-periodo-ano          delimited by size
               ws-periodo-mes          delimited by size
               ".txt"                  delimited by size
               into ws-laudo-nome
           end-string

      *> -------------  Periodo reaberto depois de fechado: o laudo
      *> -------------  sai marcado como reemissao
           move ws-silo-atual  to ws-fch-silo-tmp
           move ws-periodo-ano to ws-fch-ano-tmp
           move ws-periodo-mes to ws-fch-mes-tmp
           perform localiza-periodo
           move 0 to ws-lau-reemissao
           if ws-fch-ach > 0
               move ws-fch-reemissao(ws-fch-ach) to ws-lau-reemissao
           end-if

      *> -------------  Descricao e grao do cadastro para o cabecalho
           move ws-silo-atual to ws-sil-id-tmp
           perform localiza-silo
           if ws-sil-ach > 0
               move ws-sil-descricao(ws-sil-ach) to ws-lau-descricao
               move ws-sil-grao(ws-sil-ach)      to ws-lau-grao
           else
               move "SILO NAO CADASTRADO"        to ws-lau-descricao
               move spaces                       to ws-lau-grao
           end-if

           open output arqLaudo

           if ws-fs-arqLaudo = 0 then
               move 0 to ws-lau-pagina
               move 0 to ws-lau-linha
               perform cabecalho-laudo

               perform varying ws-ind from 1 by 1
                   until ws-ind > ws-qtde-carregados
                   perform linha-laudo
               end-perform

               perform rodape-laudo

               close arqLaudo

               display "Arquivo " ws-laudo-nome
                   " gerado com sucesso."
           else
               display "File Status ao abrir arquivo de laudo: "
                   ws-fs-arqLaudo
           end-if

           .
       gera-laudo-exit.
           exit.

      *>=======================================================================
      *>  Escreve ws-laudo-linha-w no laudo e avanca o contador de
      *>  linhas da pagina (sem quebra automatica; quem chama decide).
      *>=======================================================================

       escreve-linha-laudo section.

           move ws-laudo-linha-w to fd-laudo-linha
           write fd-laudo-linha
           if ws-fs-arqLaudo <> 0
               display "File Status ao escrever laudo: " ws-fs-arqLaudo
           end-if
           add 1 to ws-lau-linha
           move spaces to ws-laudo-linha-w

           .
       escreve-linha-laudo-exit.
           exit.

      *>=======================================================================
      *>  Completa a pagina corrente ate as 66 linhas e abre a pagina
      *>  seguinte com o cabecalho e as colunas do laudo.
      *>=======================================================================

       cabecalho-laudo section.

      *> -------------  Fecha a pagina anterior no tamanho fixo
           if ws-lau-pagina > 0
               perform until ws-lau-linha >= ws-lau-linhas-pag
                   move spaces to ws-laudo-linha-w
                   perform escreve-linha-laudo
               end-perform
           end-if

           add 1 to ws-lau-pagina
           move 0 to ws-lau-linha

           move ws-lau-pagina to ws-lau-exib-pag
           move spaces to ws-laudo-linha-w
           string
               ws-nome-sitio           delimited by size
               "        FOLHA "        delimited by size
               ws-lau-exib-pag         delimited by size
               into ws-laudo-linha-w
           end-string
           perform escreve-linha-laudo

           move spaces to ws-laudo-linha-w
           string
               "LAUDO DE ACOMPANHAMENTO DE TEMPERATURA - PERIODO "
                                       delimited by size
               ws-periodo-mes          delimited by size
               "/"                     delimited by size
               ws-periodo-ano          delimited by size
               into ws-laudo-linha-w
           end-string
           if ws-lau-reemissao > 0
               move "REEMISSAO"       to ws-laudo-linha-w(59:9)
               move ws-lau-reemissao  to ws-laudo-linha-w(69:2)
           end-if
           perform escreve-linha-laudo

           move spaces to ws-laudo-linha-w
           string
               "SILO: "                delimited by size
               ws-silo-atual           delimited by size
               " - "                   delimited by size
               ws-lau-descricao        delimited by size
               into ws-laudo-linha-w
           end-string
           perform escreve-linha-laudo

           move spaces to ws-laudo-linha-w
           string
               "GRAO: "                delimited by size
               ws-lau-grao             delimited by size
               "  CABOS DE TERMOPAR: " delimited by size
               ws-cabos-atual          delimited by size
               into ws-laudo-linha-w
           end-string
           perform escreve-linha-laudo

           move ws-limite-alto  to ws-export-temp
           move ws-limite-baixo to ws-export-cmin
           move spaces to ws-laudo-linha-w
           string
               "LIMITES EM VIGOR: ALTO " delimited by size
               ws-export-temp          delimited by size
               "  BAIXO "              delimited by size
               ws-export-cmin          delimited by size
               into ws-laudo-linha-w
           end-string
           perform escreve-linha-laudo

           move all "=" to ws-laudo-linha-w(1:70)
           perform escreve-linha-laudo

           move "DIA   MEDIA     CAB.MIN   CAB.MAX   DESVIO    SITUACAO       TENDENCIA" to ws-laudo-linha-w
           perform escreve-linha-laudo

           move all "-" to ws-laudo-linha-w(1:70)
           perform escreve-linha-laudo

           .
       cabecalho-laudo-exit.
           exit.

      *>=======================================================================
      *>  Escreve a linha do dia ws-ind no laudo, quebrando a pagina
      *>  quando o corpo chega ao limite.
      *>=======================================================================

       linha-laudo section.

           if ws-lau-linha >= ws-lau-corpo-max
               perform cabecalho-laudo
           end-if

      *> -------------  A troca de lote sai no laudo como na tela: o
      *> -------------  laudo e o registro oficial do mesmo relatorio
      *> -------------  e a quebra muda a leitura dos numeros
           if ws-corte-flag(ws-ind) = "S"
               move spaces to ws-laudo-linha-w
               string
                   "----- NOVO LOTE "        delimited by size
                   ws-corte-lote-num(ws-ind) delimited by size
                   " CARREGADO NO DIA "      delimited by size
                   ws-ind                    delimited by size
                   " -----"                  delimited by size
                   into ws-laudo-linha-w
               end-string
               perform escreve-linha-laudo
           end-if

           move ws-ind to ws-export-dia

           if ws-ano(ws-ind) = 0 then
               move spaces to ws-laudo-linha-w
               string
                   ws-export-dia       delimited by size
                   "    sem leitura"   delimited by size
                   into ws-laudo-linha-w
               end-string
               perform escreve-linha-laudo
           else
           if ws-dia-cab-sadios(ws-ind) = 0 then
      *> -------------  Mesma regra da tela: dia so com cabos
      *> -------------  defeituosos nao tem media a certificar
               move spaces to ws-laudo-linha-w
               string
                   ws-export-dia          delimited by size
                   "    sem cabo sadio"   delimited by size
                   into ws-laudo-linha-w
               end-string
               perform escreve-linha-laudo
           else
               move ws-temperatura(ws-ind) to ws-export-temp
               move ws-dia-cab-min(ws-ind) to ws-export-cmin
               move ws-dia-cab-max(ws-ind) to ws-export-cmax
               compute ws-desvio = ws-temperatura(ws-ind) - ws-media
               move ws-desvio to ws-export-desvio

               if ws-temperatura(ws-ind) > ws-limite-alto
               or ws-temperatura(ws-ind) < ws-limite-baixo then
                   move "CRITICO"      to ws-lau-situacao
               else
                   if ws-dia-cab-max(ws-ind) > ws-limite-alto
                   or ws-dia-cab-min(ws-ind) < ws-limite-baixo then
                       move "PONTO QUENTE" to ws-lau-situacao
                   else
                       move "normal"       to ws-lau-situacao
                   end-if
               end-if

               if ws-dia-tendencia(ws-ind) = "S"
                   move "TENDENCIA" to ws-lau-tend
               else
                   move spaces      to ws-lau-tend
               end-if

      *> -------------  Marca de expurgo do laudo (janela de
      *> -------------  tratamento registrada para a data)
               move ws-silo(ws-ind) to ws-trt-sil-tmp
               move ws-ano(ws-ind)  to ws-trt-ano-w
               move ws-mes(ws-ind)  to ws-trt-mes-w
               move ws-dia(ws-ind)  to ws-trt-dia-w
               move ws-trt-data-w   to ws-trt-data-tmp
               perform verifica-tratamento
               if em-tratamento
                   move "EXPURGO" to ws-lau-expurgo
               else
                   move spaces    to ws-lau-expurgo
               end-if

               move spaces to ws-laudo-linha-w
               string
                   ws-export-dia       delimited by size
                   "    "              delimited by size
                   ws-export-temp      delimited by size
                   "    "              delimited by size
                   ws-export-cmin      delimited by size
                   "    "              delimited by size
                   ws-export-cmax      delimited by size
                   "   "               delimited by size
                   ws-export-desvio    delimited by size
                   "   "               delimited by size
                   ws-lau-situacao     delimited by size
                   "  "                delimited by size
                   ws-lau-tend         delimited by size
                   "  "                delimited by size
                   ws-lau-expurgo      delimited by size
                   into ws-laudo-linha-w
               end-string
               perform escreve-linha-laudo
           end-if
           end-if

           .
       linha-laudo-exit.
           exit.

      *>=======================================================================
      *>  Bloco de fechamento do laudo: estatisticas do periodo, data e
      *>  operador da emissao e linhas de assinatura; a ultima pagina e
      *>  completada no tamanho fixo.
      *>=======================================================================

       rodape-laudo section.

      *> -------------  O bloco tem ~12 linhas; sem espaco na pagina,
      *> -------------  abre a proxima
           if ws-lau-linha >= 54
               perform cabecalho-laudo
           end-if

           move all "-" to ws-laudo-linha-w(1:70)
           perform escreve-linha-laudo

           move "ESTATISTICAS DO PERIODO:" to ws-laudo-linha-w
           perform escreve-linha-laudo

           move ws-media to ws-export-media
           move spaces to ws-laudo-linha-w
           string
               "  MEDIA DO PERIODO ..: " delimited by size
               ws-export-media         delimited by size
               into ws-laudo-linha-w
           end-string
           perform escreve-linha-laudo

           move ws-min-temp to ws-export-temp
           move spaces to ws-laudo-linha-w
           string
               "  MINIMA ............: " delimited by size
               ws-export-temp          delimited by size
               " (DIA "                delimited by size
               ws-min-dia              delimited by size
               ")"                     delimited by size
               into ws-laudo-linha-w
           end-string
           perform escreve-linha-laudo

           move ws-max-temp to ws-export-temp
           move spaces to ws-laudo-linha-w
           string
               "  MAXIMA ............: " delimited by size
               ws-export-temp          delimited by size
               " (DIA "                delimited by size
               ws-max-dia              delimited by size
               ")"                     delimited by size
               into ws-laudo-linha-w
           end-string
           perform escreve-linha-laudo

           move ws-cab-max-temp to ws-export-temp
           move spaces to ws-laudo-linha-w
           string
               "  CABO MAIS QUENTE ..: " delimited by size
               ws-export-temp          delimited by size
               " (DIA "                delimited by size
               ws-cab-max-dia          delimited by size
               " CABO "                delimited by size
               ws-cab-max-cabo         delimited by size
               ")"                     delimited by size
               into ws-laudo-linha-w
           end-string
           perform escreve-linha-laudo

           move spaces to ws-laudo-linha-w
           perform escreve-linha-laudo

           move spaces to ws-laudo-linha-w
           string
               "EMITIDO EM "           delimited by size
               ws-data-hoje            delimited by size
               " PELO OPERADOR "       delimited by size
               ws-oper-atual           delimited by size
               into ws-laudo-linha-w
           end-string
           perform escreve-linha-laudo

           move spaces to ws-laudo-linha-w
           perform escreve-linha-laudo
           move spaces to ws-laudo-linha-w
           perform escreve-linha-laudo

           move "____________________________      ____________________________" to ws-laudo-linha-w
           perform escreve-linha-laudo

           move "OPERADOR                          SUPERVISOR"
               to ws-laudo-linha-w
           perform escreve-linha-laudo

      *> -------------  Fecha a ultima pagina no tamanho fixo
           perform until ws-lau-linha >= ws-lau-linhas-pag
               move spaces to ws-laudo-linha-w
               perform escreve-linha-laudo
           end-perform

           .
       rodape-laudo-exit.
           exit.

      *>=======================================================================
      *>  Painel matinal: uma linha por silo ativo com a data da ultima
      *>  leitura, dias sem leitura, media do ultimo dia frente aos
      *>  limites, alertas em aberto e tendencia de subida, ordenado do
      *>  pior estado para o melhor.
      *>=======================================================================

       painel_silos section.

           display erase
           display "==========================================="
           display " Painel de situacao dos silos - "
               ws-periodo-mes "/" ws-periodo-ano
           display "==========================================="

           perform resumo-cadeia-noite

           if ws-qtde-silos = 0 then
               display "Nenhum silo cadastrado."
           else
               perform monta-painel-base
               perform varre-arquivo-painel
               perform completa-painel
               perform ordena-painel
               perform exibe-painel

      *> -------------  A apuracao de tendencia trocou o contexto de
      *> -------------  silo; restaura o da sessao
               move ws-silo-atual to ws-sil-id-tmp
               perform localiza-silo
               if ws-sil-ach > 0
                   move ws-sil-limite-alto(ws-sil-ach)  to ws-limite-alto
                   move ws-sil-limite-baixo(ws-sil-ach) to ws-limite-baixo
                   move ws-sil-qtde-cabos(ws-sil-ach)   to ws-cabos-atual
                   move ws-sil-umid-max(ws-sil-ach)     to ws-umid-max-atual
               end-if
               perform carrega_historico
               perform analisa-tendencia
           end-if

           .
       painel_silos-exit.
           exit.

      *>=======================================================================
      *>  Resumo da ultima execucao da cadeia noturna (cadeiaCtrl.txt)
      *>  com os passos dela no diario (cadeiaLog.txt): situacao final,
      *>  codigo de retorno e registros de arqTemp.dat antes/depois
      *>=======================================================================

       resumo-cadeia-noite section.

           move 0 to ws-cad-id

           open input arqCadCtrl

           if ws-fs-arqCadCtrl = 0
           or ws-fs-arqCadCtrl = 05 then
               read arqCadCtrl
                   at end
                       continue
                   not at end
                       move fd-ctc-id           to ws-cad-id
                       move fd-ctc-situacao     to ws-cad-situacao
                       move fd-ctc-passo-falha  to ws-cad-passo-falha
               end-read

               close arqCadCtrl
           end-if

           if ws-cad-id = 0 then
               display "Cadeia noturna: nenhuma execucao registrada."
               display " "
           else
               move spaces to ws-cad-exib-data
               string ws-cad-id(7:2) "/" ws-cad-id(5:2) "/"
                      ws-cad-id(1:4)
                      delimited by size into ws-cad-exib-data
               end-string
               move spaces to ws-cad-exib-hora
               string ws-cad-id(9:2) ":" ws-cad-id(11:2) ":"
                      ws-cad-id(13:2)
                      delimited by size into ws-cad-exib-hora
               end-string

               evaluate ws-cad-situacao
                   when "C"
                       display "Cadeia noturna de " ws-cad-exib-data
                           " " ws-cad-exib-hora ": CONCLUIDA"
                   when "A"
                       display "Cadeia noturna de " ws-cad-exib-data
                           " " ws-cad-exib-hora
                           ": *** INTERROMPIDA no passo "
                           ws-cad-passo-falha " ***"
                   when other
                       display "Cadeia noturna de " ws-cad-exib-data
                           " " ws-cad-exib-hora
                           ": EM EXECUCAO (ou parada sem terminar)"
               end-evaluate

               display "  Passo         Situacao  RC  Antes   Depois"
                   "  Observacao"

               move 0 to ws-cad-linhas

               open input arqCadLog

               if ws-fs-arqCadLog = 0
               or ws-fs-arqCadLog = 05 then
                   set nao-fim-arquivo to true

                   perform until fim-arquivo
                       read arqCadLog
                           at end
                               set fim-arquivo to true
                           not at end
                               if fd-clg-id = ws-cad-id
                               and fd-clg-passo > 0
                                   perform exibe-passo-cadeia
                               end-if
                       end-read
                   end-perform

                   close arqCadLog
               end-if

               if ws-cad-linhas = 0 then
                   display "  (nenhum passo no diario cadeiaLog.txt)"
               end-if
               display " "
           end-if

           .
       resumo-cadeia-noite-exit.
           exit.

      *>=======================================================================
      *>  Uma linha do resumo da cadeia (registro corrente do diario)
      *>=======================================================================

       exibe-passo-cadeia section.

           add 1 to ws-cad-linhas

           move fd-clg-rc to ws-cad-exib-rc
           move fd-clg-qtde-antes to ws-cad-exib-qtde
           display "  " fd-clg-nome(1:12) "  " fd-clg-situacao
               ws-cad-exib-rc " " ws-cad-exib-qtde with no advancing
           move fd-clg-qtde-depois to ws-cad-exib-qtde
           display " " ws-cad-exib-qtde "  " fd-clg-obs(1:30)

           .
       exibe-passo-cadeia-exit.
           exit.

      *>=======================================================================
      *>  Monta a base do painel com os silos ativos do cadastro
      *>=======================================================================

       monta-painel-base section.

           move 0 to ws-qtde-painel

           perform varying ws-pai-ind2 from 1 by 1
               until ws-pai-ind2 > ws-qtde-silos
               if ws-sil-situacao(ws-pai-ind2) = "A" then
                   add 1 to ws-qtde-painel
                   move ws-sil-id(ws-pai-ind2)
                       to ws-pai-silo(ws-qtde-painel)
                   move ws-pai-ind2 to ws-pai-cad(ws-qtde-painel)
                   move 0 to ws-pai-ult-data(ws-qtde-painel)
                   move 0 to ws-pai-soma(ws-qtde-painel)
                   move 0 to ws-pai-qtde(ws-qtde-painel)
                   move 0 to ws-pai-media(ws-qtde-painel)
                   move 0 to ws-pai-dias-sem(ws-qtde-painel)
                   move "S" to ws-pai-situacao(ws-qtde-painel)
                   move 0 to ws-pai-abertos(ws-qtde-painel)
                   move "N" to ws-pai-tend(ws-qtde-painel)
                   move 0 to ws-pai-escore(ws-qtde-painel)
               end-if
           end-perform

           .
       monta-painel-base-exit.
           exit.

      *>=======================================================================
      *>  Varre arqTemp.dat uma unica vez em ordem de chave guardando,
      *>  por silo, a data mais recente com leitura e a soma/qtde dos
      *>  cabos sadios desse dia (as datas chegam crescentes porque a
      *>  data abre a chave).
      *>=======================================================================

       varre-arquivo-painel section.

           open input arqTemp

           if ws-fs-arqTemp = 0
           or ws-fs-arqTemp = 05 then
               set nao-fim-arquivo to true

               perform until fim-arquivo
                   read arqTemp next
                       at end
                           set fim-arquivo to true
                       not at end
                           perform acumula-painel-registro
                   end-read
               end-perform

               close arqTemp
           else
               display "File Status ao abrir input arquivo: "
                   ws-fs-arqTemp
           end-if

           .
       varre-arquivo-painel-exit.
           exit.

      *>=======================================================================
      *>  Acumula no painel o registro corrente de arqTemp.dat
      *>=======================================================================

       acumula-painel-registro section.

           move 0 to ws-pai-ach

           perform varying ws-pai-ind2 from 1 by 1
               until ws-pai-ind2 > ws-qtde-painel
               if ws-pai-silo(ws-pai-ind2) = fd-silo then
                   move ws-pai-ind2 to ws-pai-ach
               end-if
           end-perform

           if ws-pai-ach > 0 then
               if fd-data > ws-pai-ult-data(ws-pai-ach)
                   move fd-data to ws-pai-ult-data(ws-pai-ach)
                   move 0 to ws-pai-soma(ws-pai-ach)
                   move 0 to ws-pai-qtde(ws-pai-ach)
               end-if

               if fd-data = ws-pai-ult-data(ws-pai-ach)
      *> cabo defeituoso fica fora da media do painel, como nos
      *> relatorios
                   move fd-silo to ws-cbo-sil-tmp
                   move fd-cabo to ws-cbo-num-tmp
                   move fd-data to ws-cbo-data-leit
                   perform verifica-cabo-defeituoso
                   if cabo-ok
                       add fd-temperatura to ws-pai-soma(ws-pai-ach)
                       add 1 to ws-pai-qtde(ws-pai-ach)
                   end-if
               end-if
           end-if

           .
       acumula-painel-registro-exit.
           exit.

      *>=======================================================================
      *>  Completa cada linha do painel: media do ultimo dia, situacao
      *>  frente aos limites do silo, dias sem leitura, alertas em
      *>  aberto, tendencia e o escore de gravidade da ordenacao.
      *>=======================================================================

       completa-painel section.

           perform varying ws-pai-ind from 1 by 1
               until ws-pai-ind > ws-qtde-painel
               perform completa-painel-silo
           end-perform

           .
       completa-painel-exit.
           exit.

      *>=======================================================================
      *>  Completa a linha ws-pai-ind do painel
      *>=======================================================================

       completa-painel-silo section.

           if ws-pai-ult-data(ws-pai-ind) = 0 then
               move "S" to ws-pai-situacao(ws-pai-ind)
               move 9999 to ws-pai-dias-sem(ws-pai-ind)
           else
               if ws-pai-qtde(ws-pai-ind) > 0
                   divide ws-pai-soma(ws-pai-ind)
                       by ws-pai-qtde(ws-pai-ind)
                       giving ws-pai-media(ws-pai-ind)

                   move ws-pai-cad(ws-pai-ind) to ws-pai-ind2
                   if ws-pai-media(ws-pai-ind)
                       > ws-sil-limite-alto(ws-pai-ind2)
                   or ws-pai-media(ws-pai-ind)
                       < ws-sil-limite-baixo(ws-pai-ind2) then
                       move "C" to ws-pai-situacao(ws-pai-ind)
                   else
                       move "N" to ws-pai-situacao(ws-pai-ind)
                   end-if
               else
      *> ultimo dia so com cabos defeituosos: a media 00,00 seria
      *> fabricada - nem CRITICO nem "normal", e um estado proprio
      *> que o painel precisa mostrar
                   move 0 to ws-pai-media(ws-pai-ind)
                   move "D" to ws-pai-situacao(ws-pai-ind)
               end-if

               move ws-pai-ult-data(ws-pai-ind) to ws-ser-data
               perform data-para-serial
               move ws-ser-serial to ws-dif-serial-de
               move ws-data-hoje to ws-ser-data
               perform data-para-serial
               compute ws-dif-dias =
                   ws-ser-serial - ws-dif-serial-de
               if ws-dif-dias < 0
                   move 0 to ws-dif-dias
               end-if
               move ws-dif-dias to ws-pai-dias-sem(ws-pai-ind)
           end-if

      *> -------------  Alertas ainda em aberto do silo
           move 0 to ws-pai-abertos(ws-pai-ind)
           perform varying ws-ale-ind from 1 by 1
               until ws-ale-ind > ws-qtde-alertas
               if ws-ale-situacao(ws-ale-ind) = "A"
               and ws-ale-silo(ws-ale-ind) = ws-pai-silo(ws-pai-ind)
                   add 1 to ws-pai-abertos(ws-pai-ind)
               end-if
           end-perform

           perform painel-tendencia-silo

           perform calcula-escore-painel

           .
       completa-painel-silo-exit.
           exit.

      *>=======================================================================
      *>  Apura a tendencia de subida do silo da linha ws-pai-ind sobre
      *>  o periodo corrente (mesma mecanica do resumo de tendencia).
      *>=======================================================================

       painel-tendencia-silo section.

           move ws-silo-atual to ws-trend-silo-sav

           move ws-pai-silo(ws-pai-ind) to ws-silo-atual
           move ws-pai-cad(ws-pai-ind)  to ws-pai-ind2
           move ws-sil-limite-alto(ws-pai-ind2)  to ws-limite-alto
           move ws-sil-limite-baixo(ws-pai-ind2) to ws-limite-baixo
           move ws-sil-qtde-cabos(ws-pai-ind2)   to ws-cabos-atual
           move ws-sil-umid-max(ws-pai-ind2)     to ws-umid-max-atual

           perform carrega_historico
           perform analisa-tendencia

           if silo-em-tendencia
               move "S" to ws-pai-tend(ws-pai-ind)
           else
               move "N" to ws-pai-tend(ws-pai-ind)
           end-if

           move ws-trend-silo-sav to ws-silo-atual

           .
       painel-tendencia-silo-exit.
           exit.

      *>=======================================================================
      *>  Escore de gravidade da linha ws-pai-ind: critico pesa mais,
      *>  depois tendencia, silo parado, alertas em aberto e dias sem
      *>  leitura como desempate.
      *>=======================================================================

       calcula-escore-painel section.

           move 0 to ws-pai-escore(ws-pai-ind)

           if ws-pai-situacao(ws-pai-ind) = "C"
               add 10000 to ws-pai-escore(ws-pai-ind)
           end-if

           if ws-pai-tend(ws-pai-ind) = "S"
               add 5000 to ws-pai-escore(ws-pai-ind)
           end-if

           if ws-pai-situacao(ws-pai-ind) = "S"
               add 3000 to ws-pai-escore(ws-pai-ind)
           end-if

      *> -------------  Silo sem nenhum cabo sadio e problema de
      *> -------------  sensor tao urgente quanto silo parado
           if ws-pai-situacao(ws-pai-ind) = "D"
               add 3000 to ws-pai-escore(ws-pai-ind)
           end-if

           if ws-pai-dias-sem(ws-pai-ind) >= 2
           and ws-pai-situacao(ws-pai-ind) <> "S"
               add 2000 to ws-pai-escore(ws-pai-ind)
           end-if

           compute ws-pai-escore(ws-pai-ind) =
               ws-pai-escore(ws-pai-ind)
               + ws-pai-abertos(ws-pai-ind) * 10

           if ws-pai-dias-sem(ws-pai-ind) > 999
               add 999 to ws-pai-escore(ws-pai-ind)
           else
               add ws-pai-dias-sem(ws-pai-ind)
                   to ws-pai-escore(ws-pai-ind)
           end-if

           .
       calcula-escore-painel-exit.
           exit.

      *>=======================================================================
      *>  Ordena o painel do maior escore (pior estado) para o menor
      *>=======================================================================

       ordena-painel section.

           perform varying ws-pai-ind from 1 by 1
               until ws-pai-ind >= ws-qtde-painel

               compute ws-pai-prox = ws-pai-ind + 1

               perform varying ws-pai-ind2 from ws-pai-prox by 1
                   until ws-pai-ind2 > ws-qtde-painel
                   if ws-pai-escore(ws-pai-ind2)
                       > ws-pai-escore(ws-pai-ind)
                       move ws-painel(ws-pai-ind)  to ws-pai-salva
                       move ws-painel(ws-pai-ind2)
                           to ws-painel(ws-pai-ind)
                       move ws-pai-salva to ws-painel(ws-pai-ind2)
                   end-if
               end-perform
           end-perform

           .
       ordena-painel-exit.
           exit.

      *>=======================================================================
      *>  Exibe o painel ordenado
      *>=======================================================================

       exibe-painel section.

           display " "
           display "Silo        Ult.leitura  Dias  Media    Situacao"
               "     Alertas  Tendencia"
           display "----------------------------------------------"
               "--------------------------"

           perform varying ws-pai-ind from 1 by 1
               until ws-pai-ind > ws-qtde-painel

               display ws-pai-silo(ws-pai-ind) "  " with no advancing

               if ws-pai-ult-data(ws-pai-ind) = 0 then
                   display "    -        " with no advancing
                   display "   - " with no advancing
                   display "    -    " with no advancing
               else
                   display ws-pai-ult-dia(ws-pai-ind) "/"
                       ws-pai-ult-mes(ws-pai-ind) "/"
                       ws-pai-ult-ano(ws-pai-ind) "   "
                       with no advancing
                   move ws-pai-dias-sem(ws-pai-ind) to ws-pai-exib-dias
                   display ws-pai-exib-dias " " with no advancing
      *> media fabricada de um dia sem cabo sadio nao e exibida
                   if ws-pai-situacao(ws-pai-ind) = "D"
                       display "   -     " with no advancing
                   else
                       move ws-pai-media(ws-pai-ind) to ws-export-temp
                       display ws-export-temp "   " with no advancing
                   end-if
               end-if

               evaluate ws-pai-situacao(ws-pai-ind)
                   when "C"
                       display "CRITICO     " with no advancing
                   when "S"
                       display "sem leitura " with no advancing
                   when "D"
                       display "sem c.sadio " with no advancing
                   when other
                       display "normal      " with no advancing
               end-evaluate

               display ws-pai-abertos(ws-pai-ind) "      "
                   with no advancing

               if ws-pai-tend(ws-pai-ind) = "S"
                   display "SUBINDO"
               else
                   display "-"
               end-if
           end-perform

           display "----------------------------------------------"
               "--------------------------"
           display ws-qtde-painel " silo(s) ativo(s) no painel."

           .
       exibe-painel-exit.
           exit.

      *>=======================================================================
      *>  Converte a data em ws-ser-data num serial de dias desde 1900
      *>  (para a diferenca em dias entre duas datas); reusa o calculo
      *>  de dias do mes, inclusive o ajuste de ano bissexto.
      *>=======================================================================

       data-para-serial section.

           move 0 to ws-ser-serial

           perform varying ws-ser-ano-ind from 1900 by 1
               until ws-ser-ano-ind >= ws-ser-ano
               move ws-ser-ano-ind to ws-calc-ano
               move 02 to ws-calc-mes
               perform calcula-dias-mes
               if ws-calc-dias = 29
                   add 366 to ws-ser-serial
               else
                   add 365 to ws-ser-serial
               end-if
           end-perform

           move ws-ser-ano to ws-calc-ano
           perform varying ws-calc-mes from 1 by 1
               until ws-calc-mes >= ws-ser-mes
               perform calcula-dias-mes
               add ws-calc-dias to ws-ser-serial
           end-perform

           add ws-ser-dia to ws-ser-serial

           .
       data-para-serial-exit.
           exit.

      *>=======================================================================
      *>  Carrega o log de tratamentos/fumigacao (arqTrata.txt) para a
      *>  tabela em memoria usada na marca EXPURGO e nas ocorrencias
      *>  esperadas de tratamento.
      *>=======================================================================

       carrega_tratas section.

           move 0 to ws-qtde-tratas
           set tratas-completos to true

           open input arqTrata

           if ws-fs-arqTrata = 0
           or ws-fs-arqTrata = 05 then
               set nao-fim-arquivo to true

               perform until fim-arquivo
                   read arqTrata
                       at end
                           set fim-arquivo to true
                       not at end
                           if ws-qtde-tratas < 200 then
                               add 1 to ws-qtde-tratas
                               move fd-trt-silo       to ws-trt-silo(ws-qtde-tratas)
                               move fd-trt-produto    to ws-trt-produto(ws-qtde-tratas)
                               move fd-trt-dose       to ws-trt-dose(ws-qtde-tratas)
                               move fd-trt-data-aplic to ws-trt-data-aplic(ws-qtde-tratas)
                               move fd-trt-data-fim   to ws-trt-data-fim(ws-qtde-tratas)
                           else
                               if tratas-completos
                                   display "Limite de tratamentos em "
                                       "memoria atingido (200); "
                                       "registros adicionais nao "
                                       "carregados."
                                   set tratas-truncados to true
                               end-if
                           end-if
                   end-read
               end-perform

               close arqTrata
           else
               display "File Status ao abrir log de tratamentos: "
                   ws-fs-arqTrata
           end-if

           .
       carrega_tratas-exit.
           exit.

      *>=======================================================================
      *>  Menu do log de tratamentos (documento de conformidade que
      *>  antes ficava no papel).
      *>=======================================================================

       tratamento_menu section.

           move 0 to ws-trt-opcao

           perform until ws-trt-opcao = 9
               display erase
               display "==========================================="
               display " Tratamentos / fumigacao (expurgo)"
               display "==========================================="
               display "1 - Registrar tratamento"
               display "2 - Listar tratamentos"
               display "9 - Voltar"
               display " "
               display "Escolha uma opcao:"
               accept ws-trt-opcao
                   on exception
                       move 9 to ws-trt-opcao
               end-accept

               evaluate ws-trt-opcao
                   when 1
                       perform inclui-tratamento
                   when 2
                       perform lista-tratamentos
                   when 9
                       continue
                   when other
                       display "Opcao invalida."
               end-evaluate
           end-perform

           .
       tratamento_menu-exit.
           exit.

      *>=======================================================================
      *>  Registra um tratamento: silo, produto, dose, data da
      *>  aplicacao e fim da janela de exposicao/reentrada.
      *>=======================================================================

       inclui-tratamento section.

           display " "
           display "Identificador do silo tratado:"
           accept ws-trt-sil-tmp

           move ws-trt-sil-tmp to ws-sil-id-tmp
           perform localiza-silo

           if ws-sil-ach = 0 then
               display "Silo nao cadastrado: " ws-trt-sil-tmp
           else
               perform inclui-tratamento-dados
           end-if

           .
       inclui-tratamento-exit.
           exit.

      *>=======================================================================
      *>  Aceita e critica os dados do tratamento e grava o registro
      *>=======================================================================

       inclui-tratamento-dados section.

           set nao-fim-entrada to true

           display "Produto aplicado (ex.: FOSFINA):"
           accept ws-trt-prod-w
               on exception
                   set fim-entrada to true
           end-accept

           if not fim-entrada
               display "Dose aplicada (ex.: 2G/M3):"
               accept ws-trt-dose-w
                   on exception
                       set fim-entrada to true
               end-accept
           end-if

           if not fim-entrada
               display "Data da aplicacao (aaaammdd; zero usa a data "
                   "de hoje):"
               move 0 to ws-trt-aplic-w
               accept ws-trt-aplic-w
                   on exception
                       set fim-entrada to true
               end-accept
           end-if

           if fim-entrada then
               display "Registro de tratamento interrompido; "
                   "nada gravado."
           else
               if ws-trt-aplic-w = 0
                   move ws-data-hoje to ws-trt-aplic-w
               end-if

               move ws-trt-aplic-w to ws-trt-data-w

               if ws-trt-mes-w < 01 or ws-trt-mes-w > 12 then
                   display "Mes invalido na data da aplicacao."
               else
                   move ws-trt-ano-w to ws-calc-ano
                   move ws-trt-mes-w to ws-calc-mes
                   perform calcula-dias-mes

                   if ws-trt-dia-w < 01
                   or ws-trt-dia-w > ws-calc-dias then
                       display "Dia invalido na data da aplicacao."
                   else
                       display "Fim da janela de exposicao/reentrada "
                           "(aaaammdd):"
                       move 0 to ws-trt-fim-w
                       accept ws-trt-fim-w

                       if ws-trt-fim-w < ws-trt-aplic-w then
                           display "Fim da janela anterior a "
                               "aplicacao; nada gravado."
                       else
                           perform grava-tratamento
                       end-if
                   end-if
               end-if
           end-if

           .
       inclui-tratamento-dados-exit.
           exit.

      *>=======================================================================
      *>  Acrescenta a arqTrata.txt o tratamento criticado e espelha a
      *>  tabela em memoria.
      *>=======================================================================

       grava-tratamento section.

           open extend arqTrata

           if ws-fs-arqTrata = 0
           or ws-fs-arqTrata = 05 then
               move ws-trt-sil-tmp to fd-trt-silo
               move ws-trt-prod-w  to fd-trt-produto
               move ws-trt-dose-w  to fd-trt-dose
               move ws-trt-aplic-w to fd-trt-data-aplic
               move ws-trt-fim-w   to fd-trt-data-fim

               write fd-trt-reg
               if ws-fs-arqTrata <> 0
                   display "File Status ao escrever tratamento: "
                       ws-fs-arqTrata
               end-if

               close arqTrata

               if ws-qtde-tratas >= 200 then
                   display "Limite de tratamentos em memoria atingido "
                       "(200); a marca de expurgo desta sessao pode "
                       "nao refletir o tratamento gravado."
                   set tratas-truncados to true
               else
                   add 1 to ws-qtde-tratas
                   move ws-trt-sil-tmp to ws-trt-silo(ws-qtde-tratas)
                   move ws-trt-prod-w  to ws-trt-produto(ws-qtde-tratas)
                   move ws-trt-dose-w  to ws-trt-dose(ws-qtde-tratas)
                   move ws-trt-aplic-w to ws-trt-data-aplic(ws-qtde-tratas)
                   move ws-trt-fim-w   to ws-trt-data-fim(ws-qtde-tratas)
               end-if

               display "Tratamento registrado."
           else
               display "File Status ao abrir extend tratamentos: "
                   ws-fs-arqTrata
           end-if

           .
       grava-tratamento-exit.
           exit.

      *>=======================================================================
      *>  Lista o log de tratamentos (todos os silos)
      *>=======================================================================

       lista-tratamentos section.

           display " "
           display "Silo        Produto               Dose        "
               "Aplicacao  Fim janela"
           display "-----------------------------------------------"
               "------------------"

           perform varying ws-trt-ind from 1 by 1
               until ws-trt-ind > ws-qtde-tratas
               display ws-trt-silo(ws-trt-ind) "  "
                   ws-trt-produto(ws-trt-ind) "  "
                   ws-trt-dose(ws-trt-ind) "  "
                   ws-trt-data-aplic(ws-trt-ind) "   "
                   ws-trt-data-fim(ws-trt-ind)
           end-perform

           if ws-qtde-tratas = 0 then
               display "Nenhum tratamento registrado."
           end-if

           .
       lista-tratamentos-exit.
           exit.

      *>=======================================================================
      *>  Decide se a data ws-trt-data-tmp do silo ws-trt-sil-tmp cai
      *>  dentro da janela de algum tratamento registrado.
      *>=======================================================================

       verifica-tratamento section.

           set sem-tratamento to true

           perform varying ws-trt-ind from 1 by 1
               until ws-trt-ind > ws-qtde-tratas
               if ws-trt-silo(ws-trt-ind) = ws-trt-sil-tmp
               and ws-trt-data-tmp >= ws-trt-data-aplic(ws-trt-ind)
               and ws-trt-data-tmp <= ws-trt-data-fim(ws-trt-ind)
                   set em-tratamento to true
               end-if
           end-perform

           .
       verifica-tratamento-exit.
           exit.

      *>=======================================================================
      *>  Carrega as amostras de umidade/qualidade (arqAmostra.txt) para
      *>  a tabela em memoria usada na consulta e no relatorio de risco
      *>  de armazenagem.
      *>=======================================================================

       carrega_amostras section.

           move 0 to ws-qtde-amostras
           set amostras-completas to true

           open input arqAmostra

           if ws-fs-arqAmostra = 0
           or ws-fs-arqAmostra = 05 then
               set nao-fim-arquivo to true

               perform until fim-arquivo
                   read arqAmostra
                       at end
                           set fim-arquivo to true
                       not at end
                           if ws-qtde-amostras < 999 then
                               add 1 to ws-qtde-amostras
                               move fd-amo-data      to ws-amo-data(ws-qtde-amostras)
                               move fd-amo-silo      to ws-amo-silo(ws-qtde-amostras)
                               move fd-amo-lote      to ws-amo-lote(ws-qtde-amostras)
                               move fd-amo-umidade   to ws-amo-umidade(ws-qtde-amostras)
                               move fd-amo-impureza  to ws-amo-impureza(ws-qtde-amostras)
                               move fd-amo-insetos   to ws-amo-insetos(ws-qtde-amostras)
                               move fd-amo-operador  to ws-amo-operador(ws-qtde-amostras)
                           else
                               if amostras-completas
                                   display "Limite de amostras em "
                                       "memoria atingido (999); "
                                       "registros adicionais nao "
                                       "carregados."
                                   set amostras-truncadas to true
                               end-if
                           end-if
                   end-read
               end-perform

               close arqAmostra
           else
               display "File Status ao abrir arquivo de amostras: "
                   ws-fs-arqAmostra
           end-if

           .
       carrega_amostras-exit.
           exit.

      *>=======================================================================
      *>  Menu da amostragem de umidade/qualidade do grao e do risco de
      *>  armazenagem por lote.
      *>=======================================================================

       amostra_menu section.

           move 0 to ws-amo-opcao

           perform until ws-amo-opcao = 9
               display erase
               display "==========================================="
               display " Amostragem de umidade / qualidade"
               display "==========================================="
               display "1 - Registrar amostra"
               display "2 - Listar amostras de um silo"
               display "3 - Risco de armazenagem por lote"
               display "9 - Voltar"
               display " "
               display "Escolha uma opcao:"
               accept ws-amo-opcao
                   on exception
                       move 9 to ws-amo-opcao
               end-accept

               evaluate ws-amo-opcao
                   when 1
                       perform inclui-amostra
                   when 2
                       perform lista-amostras-silo
                   when 3
                       perform relatorio-risco-armazenagem
                   when 9
                       continue
                   when other
                       display "Opcao invalida."
               end-evaluate
           end-perform

           .
       amostra_menu-exit.
           exit.

      *>=======================================================================
      *>  Registra uma amostra: valida o silo contra o cadastro antes de
      *>  aceitar os dados.
      *>=======================================================================

       inclui-amostra section.

           display " "
           display "Identificador do silo amostrado:"
           accept ws-amo-silo-w

           move ws-amo-silo-w to ws-sil-id-tmp
           perform localiza-silo

           if ws-sil-ach = 0 then
               display "Silo nao cadastrado: " ws-amo-silo-w
           else
               if ws-sil-situacao(ws-sil-ach) <> "A" then
                   display "Silo desativado no cadastro: " ws-amo-silo-w
               else
                   perform inclui-amostra-dados
               end-if
           end-if

           .
       inclui-amostra-exit.
           exit.

      *>=======================================================================
      *>  Aceita e critica a data e o lote da amostra; o lote sugerido
      *>  e o corrente do silo e tem de existir na movimentacao.
      *>=======================================================================

       inclui-amostra-dados section.

           display "Data da amostra (aaaammdd; zero usa a data de hoje):"
           move 0 to ws-amo-data-acc
           accept ws-amo-data-acc

           if ws-amo-data-acc = 0
               move ws-data-hoje to ws-amo-data-acc
           end-if

           move ws-amo-data-acc to ws-amo-data-w

           if ws-amo-mes-w < 01 or ws-amo-mes-w > 12 then
               display "Mes invalido na data informada."
           else
               move ws-amo-ano-w to ws-calc-ano
               move ws-amo-mes-w to ws-calc-mes
               perform calcula-dias-mes

               if ws-amo-dia-w < 01 or ws-amo-dia-w > ws-calc-dias then
                   display "Dia invalido na data informada."
               else
                   move ws-amo-silo-w to ws-mov-silo-w
                   perform apura-saldo-silo

                   display "Lote amostrado (em branco usa o lote "
                       "corrente " ws-mov-lote-cor "):"
                   move spaces to ws-amo-lote-w
                   accept ws-amo-lote-w
                   if ws-amo-lote-w = spaces
                       move ws-mov-lote-cor to ws-amo-lote-w
                   end-if

                   perform verifica-lote-silo

                   if lote-invalido then
                       display "Lote sem movimento registrado no silo; "
                           "amostra nao registrada."
                   else
                       perform aceita-amostra-valores
                   end-if
               end-if
           end-if

           .
       inclui-amostra-dados-exit.
           exit.

      *>=======================================================================
      *>  Decide se o lote ws-amo-lote-w tem movimento registrado no
      *>  silo ws-amo-silo-w (carga ou expedicao).
      *>=======================================================================

       verifica-lote-silo section.

           set lote-invalido to true

           if ws-amo-lote-w <> spaces
               perform varying ws-mov-ind from 1 by 1
                   until ws-mov-ind > ws-qtde-movtos
                   if ws-mov-silo(ws-mov-ind) = ws-amo-silo-w
                   and ws-mov-lote(ws-mov-ind) = ws-amo-lote-w
                       set lote-valido to true
                   end-if
               end-perform
           end-if

           .
       verifica-lote-silo-exit.
           exit.

      *>=======================================================================
      *>  Aceita e critica umidade, impureza e insetos e grava a amostra
      *>=======================================================================

       aceita-amostra-valores section.

           set nao-fim-entrada to true

           display "Umidade do grao (%; ex.: 13,5):"
           move 0 to ws-amo-umid-w
           accept ws-amo-umid-w
               on exception
                   set fim-entrada to true
           end-accept

           if not fim-entrada
               display "Impureza (%; ex.: 01,0):"
               move 0 to ws-amo-impur-w
               accept ws-amo-impur-w
                   on exception
                       set fim-entrada to true
               end-accept
           end-if

           if not fim-entrada
               display "Presenca de insetos vivos (S/N):"
               move spaces to ws-amo-insetos-w
               accept ws-amo-insetos-w
                   on exception
                       set fim-entrada to true
               end-accept
           end-if

           if fim-entrada then
               display "Registro de amostra interrompido; nada gravado."
           else
               if ws-amo-umid-w = 0 or ws-amo-umid-w > 40,0 then
                   display "Umidade invalida (acima de zero ate 40,0); "
                       "nada gravado."
               else
                   if ws-amo-insetos-w <> "S"
                   and ws-amo-insetos-w <> "N" then
                       display "Informe S ou N para insetos; "
                           "nada gravado."
                   else
                       perform grava-amostra
                   end-if
               end-if
           end-if

           .
       aceita-amostra-valores-exit.
           exit.

      *>=======================================================================
      *>  Acrescenta a arqAmostra.txt a amostra criticada e espelha a
      *>  tabela em memoria.
      *>=======================================================================

       grava-amostra section.

           open extend arqAmostra

           if ws-fs-arqAmostra = 0
           or ws-fs-arqAmostra = 05 then
               move ws-amo-data-acc  to fd-amo-data
               move ws-amo-silo-w    to fd-amo-silo
               move ws-amo-lote-w    to fd-amo-lote
               move ws-amo-umid-w    to fd-amo-umidade
               move ws-amo-impur-w   to fd-amo-impureza
               move ws-amo-insetos-w to fd-amo-insetos
               move ws-oper-atual    to fd-amo-operador

               write fd-amo-reg
               if ws-fs-arqAmostra <> 0
                   display "File Status ao escrever amostra: "
                       ws-fs-arqAmostra
               end-if

               close arqAmostra

               if ws-qtde-amostras >= 999 then
                   display "Limite de amostras em memoria atingido "
                       "(999); o risco desta sessao pode nao refletir "
                       "a amostra gravada."
                   set amostras-truncadas to true
               else
                   add 1 to ws-qtde-amostras
                   move ws-amo-data-acc  to ws-amo-data(ws-qtde-amostras)
                   move ws-amo-silo-w    to ws-amo-silo(ws-qtde-amostras)
                   move ws-amo-lote-w    to ws-amo-lote(ws-qtde-amostras)
                   move ws-amo-umid-w    to ws-amo-umidade(ws-qtde-amostras)
                   move ws-amo-impur-w   to ws-amo-impureza(ws-qtde-amostras)
                   move ws-amo-insetos-w to ws-amo-insetos(ws-qtde-amostras)
                   move ws-oper-atual    to ws-amo-operador(ws-qtde-amostras)
               end-if

               display "Amostra registrada."
           else
               display "File Status ao abrir extend amostras: "
                   ws-fs-arqAmostra
           end-if

           .
       grava-amostra-exit.
           exit.

      *>=======================================================================
      *>  Lista as amostras registradas para um silo
      *>=======================================================================

       lista-amostras-silo section.

           display " "
           display "Identificador do silo (em branco usa o da sessao):"
           move spaces to ws-amo-silo-w
           accept ws-amo-silo-w
           if ws-amo-silo-w = spaces
               move ws-silo-atual to ws-amo-silo-w
           end-if

           display " "
           display "Data        Lote    Umid.%  Impur.%  Insetos  Oper."
           display "----------------------------------------------------"

           move 0 to ws-amo-achados

           perform varying ws-amo-ind from 1 by 1
               until ws-amo-ind > ws-qtde-amostras
               if ws-amo-silo(ws-amo-ind) = ws-amo-silo-w then
                   add 1 to ws-amo-achados
                   display ws-amo-dia(ws-amo-ind) "/"
                       ws-amo-mes(ws-amo-ind) "/"
                       ws-amo-ano(ws-amo-ind) "  "
                       ws-amo-lote(ws-amo-ind) "  " with no advancing
                   move ws-amo-umidade(ws-amo-ind) to ws-amo-exib-pct
                   display ws-amo-exib-pct "    " with no advancing
                   move ws-amo-impureza(ws-amo-ind) to ws-amo-exib-pct
                   display ws-amo-exib-pct "     "
                       ws-amo-insetos(ws-amo-ind) "        "
                       ws-amo-operador(ws-amo-ind)
               end-if
           end-perform

           if ws-amo-achados = 0 then
               display "Nenhuma amostra registrada para o silo."
           end-if

           .
       lista-amostras-silo-exit.
           exit.

      *>=======================================================================
      *>  Relatorio de risco de armazenagem: para cada silo ativo com
      *>  saldo, o lote corrente consome vida segura dia a dia com a
      *>  media dos cabos sadios e a umidade da amostra em vigor; sai
      *>  quanto resta em dias e a acao (secar, aerar ou expedir),
      *>  dos lotes mais urgentes para os mais folgados.
      *>=======================================================================

       relatorio-risco-armazenagem section.

           display erase
           display "==========================================="
           display " Risco de armazenagem por lote"
           display "==========================================="

           perform aceita-parametros-risco

           move 0 to ws-qtde-risco

           move ws-data-hoje to ws-ser-data
           perform data-para-serial
           move ws-ser-serial to ws-arm-ser-hoje

           open input arqTemp

           if ws-fs-arqTemp = 0
           or ws-fs-arqTemp = 05 then
               perform varying ws-rsc-ind2 from 1 by 1
                   until ws-rsc-ind2 > ws-qtde-silos
                   if ws-sil-situacao(ws-rsc-ind2) = "A" then
                       perform risco-apura-silo
                   end-if
               end-perform

               close arqTemp
           else
               display "File Status ao abrir input arquivo: "
                   ws-fs-arqTemp
           end-if

           perform ordena-risco
           perform exibe-risco

           .
       relatorio-risco-armazenagem-exit.
           exit.

      *>=======================================================================
      *>  Parametros do modelo de vida segura (zero mantem o atual)
      *>=======================================================================

       aceita-parametros-risco section.

           move ws-arm-temp-ref to ws-export-temp
           display "Temperatura de referencia dos dias seguros (zero "
               "mantem " ws-export-temp "):"
           move 0 to ws-arm-temp-ref-tmp
           accept ws-arm-temp-ref-tmp
           if ws-arm-temp-ref-tmp > 0
               move ws-arm-temp-ref-tmp to ws-arm-temp-ref
           end-if

           move ws-arm-passo-temp to ws-export-temp
           display "Graus que reduzem a vida a metade (zero mantem "
               ws-export-temp "):"
           move 0 to ws-arm-passo-tmp
           accept ws-arm-passo-tmp
           if ws-arm-passo-tmp > 0
               move ws-arm-passo-tmp to ws-arm-passo-temp
           end-if

           display "Dias restantes que pedem expedicao (zero mantem "
               ws-arm-dias-alerta "):"
           move 0 to ws-arm-alerta-tmp
           accept ws-arm-alerta-tmp
           if ws-arm-alerta-tmp > 0
               move ws-arm-alerta-tmp to ws-arm-dias-alerta
           end-if

           .
       aceita-parametros-risco-exit.
           exit.

      *>=======================================================================
      *>  Monta a linha de risco do silo ws-rsc-ind2 do cadastro: lote
      *>  corrente, amostra mais recente do lote e o consumo de vida
      *>  segura desde a carga que iniciou o lote.
      *>=======================================================================

       risco-apura-silo section.

           move ws-rsc-ind2 to ws-sil-ach
           move ws-sil-id(ws-sil-ach) to ws-mov-silo-w
           perform apura-saldo-silo

           if ws-mov-saldo > 0
           and ws-mov-lote-inicio > 0
           and ws-qtde-risco < 50 then
               add 1 to ws-qtde-risco
               move ws-qtde-risco to ws-rsc-ind

               move ws-mov-silo-w   to ws-rsc-silo(ws-rsc-ind)
               move ws-mov-lote-cor to ws-rsc-lote(ws-rsc-ind)
               move ws-mov-saldo    to ws-rsc-saldo(ws-rsc-ind)
               move ws-sil-umid-grao(ws-sil-ach)
                   to ws-rsc-umid-seg(ws-rsc-ind)
               move 0      to ws-rsc-umid(ws-rsc-ind)
               move spaces to ws-rsc-insetos(ws-rsc-ind)
               move 0      to ws-rsc-temp(ws-rsc-ind)
               move 0      to ws-rsc-consumo(ws-rsc-ind)
               move 0      to ws-rsc-dias-rest(ws-rsc-ind)

               move ws-mov-silo-w   to ws-amo-silo-w
               move ws-mov-lote-cor to ws-amo-lote-w
               perform localiza-amostra-lote

      *> -------------  Lote sem amostra ou sem leitura nao tem como
      *> -------------  ter a vida apurada: sobe para o topo da lista
      *> -------------  (risco desconhecido) com a acao que falta
               if ws-amo-ach = 0 then
                   move "AMOSTRAR" to ws-rsc-acao(ws-rsc-ind)
               else
                   move ws-amo-umidade(ws-amo-ach)
                       to ws-rsc-umid(ws-rsc-ind)
                   move ws-amo-insetos(ws-amo-ach)
                       to ws-rsc-insetos(ws-rsc-ind)

                   perform risco-varre-leituras

                   if ws-arm-ser-ant = 0 then
                       move "SEM LEIT." to ws-rsc-acao(ws-rsc-ind)
                   else
                       perform risco-classifica
                   end-if
               end-if
           end-if

           .
       risco-apura-silo-exit.
           exit.

      *>=======================================================================
      *>  Localiza em ws-amo-ach a amostra mais recente do lote
      *>  ws-amo-lote-w no silo ws-amo-silo-w (zero quando nao ha).
      *>=======================================================================

       localiza-amostra-lote section.

           move 0 to ws-amo-ach

           perform varying ws-amo-ind from 1 by 1
               until ws-amo-ind > ws-qtde-amostras
               if ws-amo-silo(ws-amo-ind) = ws-amo-silo-w
               and ws-amo-lote(ws-amo-ind) = ws-amo-lote-w
                   if ws-amo-ach = 0
                       move ws-amo-ind to ws-amo-ach
                   else
                       if ws-amo-data(ws-amo-ind)
                           >= ws-amo-data(ws-amo-ach)
                           move ws-amo-ind to ws-amo-ach
                       end-if
                   end-if
               end-if
           end-perform

           .
       localiza-amostra-lote-exit.
           exit.

      *>=======================================================================
      *>  Percorre arqTemp.dat (ja aberto) do inicio do lote ate o fim,
      *>  fechando a media dos cabos sadios de cada dia do silo e
      *>  acumulando em ws-arm-consumo a fracao de vida consumida; do
      *>  ultimo dia lido ate hoje o lote segue na condicao desse dia.
      *>=======================================================================

       risco-varre-leituras section.

           move 0 to ws-arm-consumo
           move 0 to ws-arm-ser-ant
           move 0 to ws-arm-perm-ant
           move 0 to ws-arm-dia-cor
           move 0 to ws-arm-soma-dia
           move 0 to ws-arm-qtde-dia

           move ws-mov-lote-inicio to ws-ser-data
           perform data-para-serial
           move ws-ser-serial to ws-arm-ser-lote

           set nao-fim-arquivo to true

           move ws-mov-lote-inicio to fd-data
           move low-values         to fd-silo
           move 0                  to fd-cabo

           start arqTemp key not less fd-chave
               invalid key
                   set fim-arquivo to true
           end-start

           perform until fim-arquivo
               read arqTemp next
                   at end
                       set fim-arquivo to true
                   not at end
                       if fd-data > ws-data-hoje then
                           set fim-arquivo to true
                       else
                           if fd-silo = ws-mov-silo-w then
                               if fd-data <> ws-arm-dia-cor
                                   perform risco-fecha-dia
                                   move fd-data to ws-arm-dia-cor
                               end-if

                               move fd-silo to ws-cbo-sil-tmp
                               move fd-cabo to ws-cbo-num-tmp
                               move fd-data to ws-cbo-data-leit
                               perform verifica-cabo-defeituoso
                               if cabo-ok
                                   add fd-temperatura to ws-arm-soma-dia
                                   add 1 to ws-arm-qtde-dia
                               end-if
                           end-if
                       end-if
               end-read
           end-perform

           perform risco-fecha-dia

           if ws-arm-ser-ant > 0
               compute ws-arm-dias = ws-arm-ser-hoje - ws-arm-ser-ant + 1
               compute ws-arm-consumo =
                   ws-arm-consumo + ws-arm-dias / ws-arm-perm-ant
           end-if

           .
       risco-varre-leituras-exit.
           exit.

      *>=======================================================================
      *>  Fecha o dia ws-arm-dia-cor do silo: media dos cabos sadios,
      *>  umidade em vigor e vida segura do dia; o intervalo desde o dia
      *>  anterior com leitura consome na condicao daquele dia (o
      *>  primeiro dia responde tambem pelos dias desde a carga).
      *>=======================================================================

       risco-fecha-dia section.

           if ws-arm-dia-cor > 0
           and ws-arm-qtde-dia > 0 then
               divide ws-arm-soma-dia by ws-arm-qtde-dia
                   giving ws-arm-media-dia rounded
               move ws-arm-media-dia to ws-arm-temp
               perform localiza-umidade-dia
               perform calcula-dias-permitidos

               move ws-arm-dia-cor to ws-ser-data
               perform data-para-serial

               if ws-arm-ser-ant = 0
                   compute ws-arm-dias = ws-ser-serial - ws-arm-ser-lote
                   compute ws-arm-consumo =
                       ws-arm-consumo + ws-arm-dias / ws-arm-dias-perm
               else
                   compute ws-arm-dias = ws-ser-serial - ws-arm-ser-ant
                   compute ws-arm-consumo =
                       ws-arm-consumo + ws-arm-dias / ws-arm-perm-ant
               end-if

               move ws-ser-serial    to ws-arm-ser-ant
               move ws-arm-dias-perm to ws-arm-perm-ant
               move ws-arm-media-dia to ws-rsc-temp(ws-rsc-ind)
           end-if

           move 0 to ws-arm-soma-dia
           move 0 to ws-arm-qtde-dia

           .
       risco-fecha-dia-exit.
           exit.

      *>=======================================================================
      *>  Umidade do lote em vigor no dia ws-arm-dia-cor: a da amostra
      *>  mais recente ate esse dia; antes da primeira amostra vale a
      *>  primeira (unica informacao que ha).
      *>=======================================================================

       localiza-umidade-dia section.

           move 0        to ws-arm-data-melhor
           move 99999999 to ws-arm-data-prim
           move 0        to ws-arm-umid
           move 0        to ws-arm-umid-prim

           perform varying ws-amo-ind from 1 by 1
               until ws-amo-ind > ws-qtde-amostras
               if ws-amo-silo(ws-amo-ind) = ws-amo-silo-w
               and ws-amo-lote(ws-amo-ind) = ws-amo-lote-w
                   if ws-amo-data(ws-amo-ind) <= ws-arm-dia-cor
                   and ws-amo-data(ws-amo-ind) >= ws-arm-data-melhor
                       move ws-amo-data(ws-amo-ind) to ws-arm-data-melhor
                       move ws-amo-umidade(ws-amo-ind) to ws-arm-umid
                   end-if
                   if ws-amo-data(ws-amo-ind) < ws-arm-data-prim
                       move ws-amo-data(ws-amo-ind) to ws-arm-data-prim
                       move ws-amo-umidade(ws-amo-ind)
                           to ws-arm-umid-prim
                   end-if
               end-if
           end-perform

           if ws-arm-data-melhor = 0
               move ws-arm-umid-prim to ws-arm-umid
           end-if

           .
       localiza-umidade-dia-exit.
           exit.

      *>=======================================================================
      *>  Vida segura em dias (ws-arm-dias-perm) do grao do silo
      *>  ws-sil-ach na umidade ws-arm-umid e temperatura ws-arm-temp.
      *>=======================================================================

       calcula-dias-permitidos section.

           move ws-sil-dias-base(ws-sil-ach) to ws-arm-dias-perm

      *> -------------  Umidade: passos de um ponto percentual acima
      *> -------------  (ou abaixo) da umidade segura do grao
           compute ws-arm-excesso =
               ws-arm-umid - ws-sil-umid-grao(ws-sil-ach)
           perform aplica-fator-vida

      *> -------------  Temperatura: passos de ws-arm-passo-temp graus
      *> -------------  acima (ou abaixo) da temperatura de referencia
           compute ws-arm-excesso =
               (ws-arm-temp - ws-arm-temp-ref) / ws-arm-passo-temp
           perform aplica-fator-vida

           if ws-arm-dias-perm < 1
               move 1 to ws-arm-dias-perm
           end-if

           .
       calcula-dias-permitidos-exit.
           exit.

      *>=======================================================================
      *>  Aplica a ws-arm-dias-perm o fator de ws-arm-excesso passos:
      *>  metade por passo inteiro acima, dobro por passo abaixo (ate
      *>  duas vezes); a fracao de passo reduz/aumenta na proporcao.
      *>=======================================================================

       aplica-fator-vida section.

           move 0 to ws-arm-dobras

           if ws-arm-excesso > 0 then
               perform until ws-arm-excesso < 1
                   compute ws-arm-dias-perm = ws-arm-dias-perm / 2
                   subtract 1 from ws-arm-excesso
               end-perform
               compute ws-arm-dias-perm =
                   ws-arm-dias-perm * (1 - ws-arm-excesso / 2)
           else
               compute ws-arm-excesso = 0 - ws-arm-excesso
               perform until ws-arm-excesso < 1 or ws-arm-dobras >= 2
                   compute ws-arm-dias-perm = ws-arm-dias-perm * 2
                   subtract 1 from ws-arm-excesso
                   add 1 to ws-arm-dobras
               end-perform
               if ws-arm-dobras < 2
                   compute ws-arm-dias-perm =
                       ws-arm-dias-perm * (1 + ws-arm-excesso)
               end-if
           end-if

           .
       aplica-fator-vida-exit.
           exit.

      *>=======================================================================
      *>  Fecha a linha de risco ws-rsc-ind: dias restantes na condicao
      *>  atual (ultima media e ultima umidade) e a acao recomendada.
      *>=======================================================================

       risco-classifica section.

           move ws-rsc-umid(ws-rsc-ind) to ws-arm-umid
           move ws-rsc-temp(ws-rsc-ind) to ws-arm-temp
           perform calcula-dias-permitidos

           if ws-arm-consumo >= 1
               move 0 to ws-arm-restante
           else
               compute ws-arm-restante =
                   (1 - ws-arm-consumo) * ws-arm-dias-perm
           end-if

           if ws-arm-restante > 99999
               move 99999 to ws-arm-restante
           end-if
           move ws-arm-restante to ws-rsc-dias-rest(ws-rsc-ind)

           if ws-arm-consumo > 9,99
               move 999 to ws-rsc-consumo(ws-rsc-ind)
           else
               compute ws-rsc-consumo(ws-rsc-ind) rounded =
                   ws-arm-consumo * 100
           end-if

           evaluate true
               when ws-rsc-dias-rest(ws-rsc-ind) = 0
                   move "EXPEDIR JA" to ws-rsc-acao(ws-rsc-ind)
               when ws-rsc-umid(ws-rsc-ind) > ws-rsc-umid-seg(ws-rsc-ind)
                   move "SECAR"      to ws-rsc-acao(ws-rsc-ind)
               when ws-rsc-temp(ws-rsc-ind) > ws-arm-temp-ref
                   move "AERAR"      to ws-rsc-acao(ws-rsc-ind)
               when ws-rsc-dias-rest(ws-rsc-ind) < ws-arm-dias-alerta
                   move "EXPEDIR"    to ws-rsc-acao(ws-rsc-ind)
               when other
                   move "OK"         to ws-rsc-acao(ws-rsc-ind)
           end-evaluate

           .
       risco-classifica-exit.
           exit.

      *>=======================================================================
      *>  Ordena as linhas de risco dos menores dias restantes para os
      *>  maiores (risco desconhecido tem zero e fica no topo)
      *>=======================================================================

       ordena-risco section.

           perform varying ws-rsc-ind from 1 by 1
               until ws-rsc-ind >= ws-qtde-risco

               compute ws-rsc-prox = ws-rsc-ind + 1

               perform varying ws-rsc-ind2 from ws-rsc-prox by 1
                   until ws-rsc-ind2 > ws-qtde-risco
                   if ws-rsc-dias-rest(ws-rsc-ind2)
                       < ws-rsc-dias-rest(ws-rsc-ind)
                       move ws-risco(ws-rsc-ind)  to ws-rsc-salva
                       move ws-risco(ws-rsc-ind2) to ws-risco(ws-rsc-ind)
                       move ws-rsc-salva to ws-risco(ws-rsc-ind2)
                   end-if
               end-perform
           end-perform

           .
       ordena-risco-exit.
           exit.

      *>=======================================================================
      *>  Exibe o relatorio de risco ordenado
      *>=======================================================================

       exibe-risco section.

           display " "
           display "Silo        Lote    Saldo(t)   Umid% Seg%  Ins "
               " Temp   Cons.% Dias rest. Acao"
           display "-----------------------------------------------"
               "------------------------------"

           perform varying ws-rsc-ind from 1 by 1
               until ws-rsc-ind > ws-qtde-risco
               move ws-rsc-saldo(ws-rsc-ind) to ws-mov-exib-ton
               display ws-rsc-silo(ws-rsc-ind) "  "
                   ws-rsc-lote(ws-rsc-ind) "  "
                   ws-mov-exib-ton "  " with no advancing

               if ws-rsc-acao(ws-rsc-ind) = "AMOSTRAR" then
                   display "  -  " with no advancing
               else
                   move ws-rsc-umid(ws-rsc-ind) to ws-amo-exib-pct
                   display ws-amo-exib-pct " " with no advancing
               end-if

               move ws-rsc-umid-seg(ws-rsc-ind) to ws-amo-exib-pct
               display ws-amo-exib-pct "  "
                   ws-rsc-insetos(ws-rsc-ind) "  " with no advancing

               if ws-rsc-acao(ws-rsc-ind) = "AMOSTRAR"
               or ws-rsc-acao(ws-rsc-ind) = "SEM LEIT." then
                   display "   -       -         -    " with no advancing
               else
                   move ws-rsc-temp(ws-rsc-ind) to ws-export-temp
                   move ws-rsc-consumo(ws-rsc-ind) to ws-arm-exib-cons
                   move ws-rsc-dias-rest(ws-rsc-ind) to ws-arm-exib-dias
                   display ws-export-temp "   " ws-arm-exib-cons
                       "     " ws-arm-exib-dias "   " with no advancing
               end-if

               display ws-rsc-acao(ws-rsc-ind)
           end-perform

           display "-----------------------------------------------"
               "------------------------------"

           if ws-qtde-risco = 0 then
               display "Nenhum silo ativo com lote armazenado."
           else
               display ws-qtde-risco " lote(s) armazenado(s)."
               display "EXPEDIR JA = vida segura esgotada; SECAR = "
                   "umidade acima da segura do grao;"
               display "AERAR = massa acima da temperatura de "
                   "referencia; EXPEDIR = menos de "
                   ws-arm-dias-alerta " dias restantes;"
               display "AMOSTRAR = lote sem amostra de umidade; "
                   "SEM LEIT. = lote sem leitura de temperatura."
           end-if

           .
       exibe-risco-exit.
           exit.

      *>=======================================================================
      *>  Carrega o cadastro de depositantes (arqDeposit.txt)
      *>=======================================================================

       carrega_depositantes section.

           move 0 to ws-qtde-deposit
           set deposit-completos to true

           open input arqDeposit

           if ws-fs-arqDeposit = 0
           or ws-fs-arqDeposit = 05 then
               set nao-fim-arquivo to true

               perform until fim-arquivo
                   read arqDeposit
                       at end
                           set fim-arquivo to true
                       not at end
                           if ws-qtde-deposit < 200 then
                               add 1 to ws-qtde-deposit
                               move fd-dep-codigo    to ws-dep-codigo(ws-qtde-deposit)
                               move fd-dep-nome      to ws-dep-nome(ws-qtde-deposit)
                               move fd-dep-documento to ws-dep-documento(ws-qtde-deposit)
                               move fd-dep-situacao  to ws-dep-situacao(ws-qtde-deposit)
                           else
                               if deposit-completos
                                   display "Limite de depositantes "
                                       "atingido (200); registros "
                                       "adicionais nao carregados."
                                   set deposit-truncados to true
                               end-if
                           end-if
                   end-read
               end-perform

               close arqDeposit
           else
               display "File Status ao abrir cadastro de depositantes: "
                   ws-fs-arqDeposit
           end-if

           .
       carrega_depositantes-exit.
           exit.

      *>=======================================================================
      *>  Regrava o cadastro de depositantes a partir da tabela
      *>=======================================================================

       grava_depositantes section.

           if deposit-truncados then
               display "Cadastro em arquivo tem mais depositantes que a "
                   "memoria comporta; regravacao bloqueada."
           else
               perform grava_depositantes-arquivo
           end-if

           .
       grava_depositantes-exit.
           exit.

      *>=======================================================================
      *>  Regrava fisicamente o cadastro de depositantes
      *>=======================================================================

       grava_depositantes-arquivo section.

           open output arqDeposit

           if ws-fs-arqDeposit = 0
           or ws-fs-arqDeposit = 05 then
               perform varying ws-dep-ind from 1 by 1
                   until ws-dep-ind > ws-qtde-deposit
                   move ws-dep-codigo(ws-dep-ind)    to fd-dep-codigo
                   move ws-dep-nome(ws-dep-ind)      to fd-dep-nome
                   move ws-dep-documento(ws-dep-ind) to fd-dep-documento
                   move ws-dep-situacao(ws-dep-ind)  to fd-dep-situacao
                   write fd-dep-reg
               end-perform

               close arqDeposit
           else
               display "File Status ao gravar cadastro de depositantes: "
                   ws-fs-arqDeposit
           end-if

           .
       grava_depositantes-arquivo-exit.
           exit.

      *>=======================================================================
      *>  Localiza o depositante ws-dep-cod-tmp; devolve a linha em
      *>  ws-dep-ach (zero quando nao cadastrado).
      *>=======================================================================

       localiza-depositante section.

           move 0 to ws-dep-ach

           perform varying ws-dep-ind from 1 by 1
               until ws-dep-ind > ws-qtde-deposit
               if ws-dep-codigo(ws-dep-ind) = ws-dep-cod-tmp then
                   move ws-dep-ind to ws-dep-ach
               end-if
           end-perform

           .
       localiza-depositante-exit.
           exit.

      *>=======================================================================
      *>  Carrega as taxas de armazenagem por grao (arqTaxaArm.txt)
      *>=======================================================================

       carrega_taxas section.

           move 0 to ws-qtde-taxas
           set taxas-completas to true

           open input arqTaxaArm

           if ws-fs-arqTaxaArm = 0
           or ws-fs-arqTaxaArm = 05 then
               set nao-fim-arquivo to true

               perform until fim-arquivo
                   read arqTaxaArm
                       at end
                           set fim-arquivo to true
                       not at end
                           if ws-qtde-taxas < 50 then
                               add 1 to ws-qtde-taxas
                               move fd-tax-grao      to ws-tax-grao(ws-qtde-taxas)
                               move fd-tax-ton-dia   to ws-tax-ton-dia(ws-qtde-taxas)
                               move fd-tax-recepcao  to ws-tax-recepcao(ws-qtde-taxas)
                           else
                               if taxas-completas
                                   display "Limite de taxas de "
                                       "armazenagem atingido (50); "
                                       "registros adicionais nao "
                                       "carregados."
                                   set taxas-truncadas to true
                               end-if
                           end-if
                   end-read
               end-perform

               close arqTaxaArm
           else
               display "File Status ao abrir taxas de armazenagem: "
                   ws-fs-arqTaxaArm
           end-if

           .
       carrega_taxas-exit.
           exit.

      *>=======================================================================
      *>  Regrava as taxas de armazenagem a partir da tabela
      *>=======================================================================

       grava_taxas section.

           if taxas-truncadas then
               display "Arquivo de taxas tem mais graos que a memoria "
                   "comporta; regravacao bloqueada."
           else
               open output arqTaxaArm

               if ws-fs-arqTaxaArm = 0
               or ws-fs-arqTaxaArm = 05 then
                   perform varying ws-tax-ind from 1 by 1
                       until ws-tax-ind > ws-qtde-taxas
                       move ws-tax-grao(ws-tax-ind)     to fd-tax-grao
                       move ws-tax-ton-dia(ws-tax-ind)  to fd-tax-ton-dia
                       move ws-tax-recepcao(ws-tax-ind) to fd-tax-recepcao
                       write fd-tax-reg
                   end-perform

                   close arqTaxaArm
               else
                   display "File Status ao gravar taxas de armazenagem: "
                       ws-fs-arqTaxaArm
               end-if
           end-if

           .
       grava_taxas-exit.
           exit.

      *>=======================================================================
      *>  Localiza a taxa do grao ws-tax-grao-tmp em ws-tax-ach
      *>=======================================================================

       localiza-taxa section.

           move 0 to ws-tax-ach

           perform varying ws-tax-ind from 1 by 1
               until ws-tax-ind > ws-qtde-taxas
               if ws-tax-grao(ws-tax-ind) = ws-tax-grao-tmp then
                   move ws-tax-ind to ws-tax-ach
               end-if
           end-perform

           .
       localiza-taxa-exit.
           exit.

      *>=======================================================================
      *>  Menu de depositantes e taxas de armazenagem (base do
      *>  faturamento mensal de armazenagem de terceiros).
      *>=======================================================================

       depositante_menu section.

           move 0 to ws-dep-opcao

           perform until ws-dep-opcao = 9
               display erase
               display "==========================================="
               display " Depositantes e taxas de armazenagem"
               display "==========================================="
               display "1 - Incluir depositante"
               display "2 - Desativar / reativar depositante"
               display "3 - Listar depositantes"
               display "4 - Taxa de armazenagem de um grao"
               display "5 - Listar taxas de armazenagem"
               display "6 - Saldo por depositante nos silos"
               display "9 - Voltar"
               display " "
               display "Escolha uma opcao:"
               accept ws-dep-opcao
                   on exception
                       move 9 to ws-dep-opcao
               end-accept

               evaluate ws-dep-opcao
                   when 1
                       perform inclui-depositante
                   when 2
                       perform desativa-depositante
                   when 3
                       perform lista-depositantes
                   when 4
                       perform altera-taxa
                   when 5
                       perform lista-taxas
                   when 6
                       perform saldo-depositantes
                   when 9
                       continue
                   when other
                       display "Opcao invalida."
               end-evaluate
           end-perform

           .
       depositante_menu-exit.
           exit.

      *>=======================================================================
      *>  Inclui um depositante no cadastro
      *>=======================================================================

       inclui-depositante section.

           display " "
           display "Codigo do depositante (5 posicoes):"
           move spaces to ws-dep-cod-tmp
           accept ws-dep-cod-tmp

           if ws-dep-cod-tmp = spaces or ws-dep-cod-tmp = "*" then
               display "Codigo invalido."
           else
               perform localiza-depositante

               if ws-dep-ach > 0 then
                   display "Depositante ja cadastrado: " ws-dep-cod-tmp
               else
                   if ws-qtde-deposit >= 200 then
                       display "Limite de depositantes atingido (200)."
                   else
                       set nao-fim-entrada to true

                       display "Nome / razao social:"
                       move spaces to ws-dep-nome-tmp
                       accept ws-dep-nome-tmp
                           on exception
                               set fim-entrada to true
                       end-accept

                       if not fim-entrada
                           display "CPF / CNPJ (so numeros):"
                           move spaces to ws-dep-doc-tmp
                           accept ws-dep-doc-tmp
                               on exception
                                   set fim-entrada to true
                           end-accept
                       end-if

                       if fim-entrada or ws-dep-nome-tmp = spaces then
                           display "Inclusao de depositante "
                               "interrompida; nada gravado."
                       else
                           add 1 to ws-qtde-deposit
                           move ws-dep-cod-tmp
                               to ws-dep-codigo(ws-qtde-deposit)
                           move ws-dep-nome-tmp
                               to ws-dep-nome(ws-qtde-deposit)
                           move ws-dep-doc-tmp
                               to ws-dep-documento(ws-qtde-deposit)
                           move "A" to ws-dep-situacao(ws-qtde-deposit)

                           perform grava_depositantes
                           display "Depositante incluido no cadastro."
                       end-if
                   end-if
               end-if
           end-if

           .
       inclui-depositante-exit.
           exit.

      *>=======================================================================
      *>  Desativa (ou reativa) um depositante; desativado nao recebe
      *>  carga nova, mas ainda retira o grao que tem guardado.
      *>=======================================================================

       desativa-depositante section.

           display " "
           display "Codigo do depositante a desativar/reativar:"
           move spaces to ws-dep-cod-tmp
           accept ws-dep-cod-tmp

           perform localiza-depositante

           if ws-dep-ach = 0 then
               display "Depositante nao cadastrado: " ws-dep-cod-tmp
           else
               if ws-dep-situacao(ws-dep-ach) = "A" then
                   move "I" to ws-dep-situacao(ws-dep-ach)
                   display "Depositante desativado: " ws-dep-cod-tmp
               else
                   move "A" to ws-dep-situacao(ws-dep-ach)
                   display "Depositante reativado: " ws-dep-cod-tmp
               end-if

               perform grava_depositantes
           end-if

           .
       desativa-depositante-exit.
           exit.

      *>=======================================================================
      *>  Lista o cadastro de depositantes
      *>=======================================================================

       lista-depositantes section.

           display " "
           display "Codigo  Nome                            "
               "Documento       Sit."
           display "----------------------------------------"
               "--------------------"

           perform varying ws-dep-ind from 1 by 1
               until ws-dep-ind > ws-qtde-deposit
               display ws-dep-codigo(ws-dep-ind) "   "
                   ws-dep-nome(ws-dep-ind) "  "
                   ws-dep-documento(ws-dep-ind) "  "
                   ws-dep-situacao(ws-dep-ind)
           end-perform

           if ws-qtde-deposit = 0 then
               display "Nenhum depositante cadastrado."
           end-if

           .
       lista-depositantes-exit.
           exit.

      *>=======================================================================
      *>  Inclui ou altera a taxa de armazenagem de um grao (so o
      *>  supervisor mexe no preco cobrado dos depositantes)
      *>=======================================================================

       altera-taxa section.

           perform verifica-supervisor

           if acesso-permitido
               perform altera-taxa-dados
           end-if

           .
       altera-taxa-exit.
           exit.

      *>=======================================================================
      *>  Tela da taxa de armazenagem (acesso ja autorizado)
      *>=======================================================================

       altera-taxa-dados section.

           display " "
           display "Grao (ex.: MILHO, SOJA):"
           move spaces to ws-tax-grao-tmp
           accept ws-tax-grao-tmp

           if ws-tax-grao-tmp = spaces then
               display "Grao nao informado."
           else
               perform localiza-taxa

               if ws-tax-ach = 0 and ws-qtde-taxas >= 50 then
                   display "Limite de graos com taxa atingido (50)."
               else
                   if ws-tax-ach > 0
                       move ws-tax-ton-dia(ws-tax-ach) to ws-tax-exib-dia
                       move ws-tax-recepcao(ws-tax-ach)
                           to ws-tax-exib-rec
                       display "Taxa atual por tonelada-dia ..: "
                           ws-tax-exib-dia
                       display "Taxa atual de recepcao por t .: "
                           ws-tax-exib-rec
                   end-if

                   display "Taxa por tonelada-dia (ex.: 00,0450):"
                   move 0 to ws-tax-dia-tmp
                   accept ws-tax-dia-tmp

                   display "Taxa de recepcao por tonelada recebida "
                       "(ex.: 012,50):"
                   move 0 to ws-tax-rec-tmp
                   accept ws-tax-rec-tmp

                   if ws-tax-dia-tmp = 0 and ws-tax-rec-tmp = 0 then
                       display "Nenhuma taxa informada; nada gravado."
                   else
                       if ws-tax-ach = 0
                           add 1 to ws-qtde-taxas
                           move ws-qtde-taxas to ws-tax-ach
                           move ws-tax-grao-tmp to ws-tax-grao(ws-tax-ach)
                       end-if
                       move ws-tax-dia-tmp to ws-tax-ton-dia(ws-tax-ach)
                       move ws-tax-rec-tmp to ws-tax-recepcao(ws-tax-ach)

                       perform grava_taxas
                       display "Taxa de armazenagem gravada."
                   end-if
               end-if
           end-if

           .
       altera-taxa-dados-exit.
           exit.

      *>=======================================================================
      *>  Lista as taxas de armazenagem por grao
      *>=======================================================================

       lista-taxas section.

           display " "
           display "Grao        R$/t-dia   Recepcao R$/t"
           display "-------------------------------------"

           perform varying ws-tax-ind from 1 by 1
               until ws-tax-ind > ws-qtde-taxas
               move ws-tax-ton-dia(ws-tax-ind)  to ws-tax-exib-dia
               move ws-tax-recepcao(ws-tax-ind) to ws-tax-exib-rec
               display ws-tax-grao(ws-tax-ind) "  "
                   ws-tax-exib-dia "    " ws-tax-exib-rec
           end-perform

           if ws-qtde-taxas = 0 then
               display "Nenhuma taxa de armazenagem cadastrada."
           end-if

           .
       lista-taxas-exit.
           exit.

      *>=======================================================================
      *>  Saldo de cada depositante em cada silo ativo (so os saldos
      *>  diferentes de zero; estoque proprio sai como "PROPRIO")
      *>=======================================================================

       saldo-depositantes section.

           display " "
           display "Depos.   Silo        Saldo(t)   Nome"
           display "-----------------------------------------------"

           move 0 to ws-dep-achados

           perform varying ws-dep-ind from 0 by 1
               until ws-dep-ind > ws-qtde-deposit
               if ws-dep-ind = 0
                   move spaces to ws-mov-dep-w
               else
                   move ws-dep-codigo(ws-dep-ind) to ws-mov-dep-w
               end-if

               perform varying ws-sil-ach from 1 by 1
                   until ws-sil-ach > ws-qtde-silos
                   move ws-sil-id(ws-sil-ach) to ws-mov-silo-w
                   perform apura-saldo-depositante

                   if ws-dep-saldo <> 0
                       add 1 to ws-dep-achados
                       move ws-dep-saldo to ws-mov-exib-ton
                       if ws-dep-ind = 0
                           display "PROPRIO  " ws-mov-silo-w "  "
                               ws-mov-exib-ton
                       else
                           display ws-mov-dep-w "    " ws-mov-silo-w "  "
                               ws-mov-exib-ton "  "
                               ws-dep-nome(ws-dep-ind)
                       end-if
                   end-if
               end-perform
           end-perform

           if ws-dep-achados = 0 then
               display "Nenhum saldo em silo."
           end-if

           .
       saldo-depositantes-exit.
           exit.

      *>=======================================================================
      *>  Certificado de rastreabilidade do lote (acompanha a nota da
      *>  expedicao): da primeira carga do lote ate o silo voltar a
      *>  zero, ou ate hoje com o lote ainda guardado - temperatura
      *>  diaria, alertas e baixas, correcoes de leitura, tratamentos e
      *>  horas de aeracao, em folhas de 66 linhas como o laudo.
      *>=======================================================================

       rastreio-lote section.

           display " "
           display "Codigo do lote:"
           move spaces to ws-rst-lote
           accept ws-rst-lote

           move 0      to ws-rst-inicio
           move spaces to ws-rst-silo
           move spaces to ws-rst-dono

      *> -------------  Primeira carga do lote (o arquivo nao garante
      *> -------------  ordem de data)
           perform varying ws-rst-ind from 1 by 1
               until ws-rst-ind > ws-qtde-movtos
               if ws-mov-tipo(ws-rst-ind) = "E"
               and ws-mov-lote(ws-rst-ind) = ws-rst-lote
                   if ws-rst-inicio = 0
                   or ws-mov-data(ws-rst-ind) < ws-rst-inicio
                       move ws-mov-data(ws-rst-ind) to ws-rst-inicio
                       move ws-mov-silo(ws-rst-ind) to ws-rst-silo
                       move ws-mov-depositante(ws-rst-ind)
                           to ws-rst-dono
                   end-if
               end-if
           end-perform

           if ws-rst-lote = spaces or ws-rst-inicio = 0 then
               display "Lote sem carga registrada na movimentacao: "
                   ws-rst-lote
           else
               perform rastreio-apura-periodo
               perform rastreio-gera-certificado
           end-if

           .
       rastreio-lote-exit.
           exit.

      *>=======================================================================
      *>  Fim da estadia do lote: primeira data, a partir da carga, em
      *>  que o saldo do silo volta a zero; sem isso o lote continua
      *>  guardado e o certificado vai ate hoje. Soma tambem o recebido
      *>  e o expedido com o codigo do lote.
      *>=======================================================================

       rastreio-apura-periodo section.

           set lote-armazenado to true
           move ws-data-hoje to ws-rst-fim
           move 0 to ws-rst-recebido
           move 0 to ws-rst-expedido
           move 0 to ws-rst-ajuste-mais
           move 0 to ws-rst-ajuste-menos

           perform varying ws-rst-ind from 1 by 1
               until ws-rst-ind > ws-qtde-movtos
               if ws-mov-silo(ws-rst-ind) = ws-rst-silo
               and ws-mov-lote(ws-rst-ind) = ws-rst-lote
                   if ws-mov-tipo(ws-rst-ind) = "E"
                       add ws-mov-tonelada(ws-rst-ind) to ws-rst-recebido
                   end-if
                   if ws-mov-tipo(ws-rst-ind) = "S"
                       add ws-mov-tonelada(ws-rst-ind) to ws-rst-expedido
                   end-if
                   if ws-mov-tipo(ws-rst-ind) = "A"
                       if ws-mov-sinal(ws-rst-ind) = "+"
                           add ws-mov-tonelada(ws-rst-ind)
                               to ws-rst-ajuste-mais
                       else
                           add ws-mov-tonelada(ws-rst-ind)
                               to ws-rst-ajuste-menos
                       end-if
                   end-if
               end-if

      *> -------------  Cada saida (ou ajuste para menos) desde a carga
      *> -------------  e candidata a fim: o saldo do silo e apurado com
      *> -------------  tudo ate aquela data
               if ws-mov-silo(ws-rst-ind) = ws-rst-silo
               and ws-mov-sinal(ws-rst-ind) = "-"
               and ws-mov-data(ws-rst-ind) >= ws-rst-inicio
               and (lote-armazenado
                 or ws-mov-data(ws-rst-ind) < ws-rst-fim)
                   move ws-mov-data(ws-rst-ind) to ws-rst-cand
                   move 0 to ws-rst-saldo

                   perform varying ws-rst-ind2 from 1 by 1
                       until ws-rst-ind2 > ws-qtde-movtos
                       if ws-mov-silo(ws-rst-ind2) = ws-rst-silo
                       and ws-mov-data(ws-rst-ind2) <= ws-rst-cand
                           if ws-mov-sinal(ws-rst-ind2) = "-"
                               subtract ws-mov-tonelada(ws-rst-ind2)
                                   from ws-rst-saldo
                           else
                               add ws-mov-tonelada(ws-rst-ind2)
                                   to ws-rst-saldo
                           end-if
                       end-if
                   end-perform

                   if ws-rst-saldo <= 0
                       set lote-encerrado to true
                       move ws-rst-cand to ws-rst-fim
                   end-if
               end-if
           end-perform

           if lote-encerrado
               move "ENCERRADO"       to ws-rst-situacao
           else
               move "EM ARMAZENAGEM"  to ws-rst-situacao
           end-if

           .
       rastreio-apura-periodo-exit.
           exit.

      *>=======================================================================
      *>  Gera o arquivo do certificado usando o arquivo de impressao
      *>  do laudo com outro nome
      *>=======================================================================

       rastreio-gera-certificado section.

           move spaces to ws-laudo-nome
           string
               "rastreioLote-"         delimited by size
               ws-rst-lote             delimited by space
               ".txt"                  delimited by size
               into ws-laudo-nome
           end-string

           move ws-rst-silo to ws-sil-id-tmp
           perform localiza-silo
           if ws-sil-ach > 0
               move ws-sil-descricao(ws-sil-ach) to ws-lau-descricao
               move ws-sil-grao(ws-sil-ach)      to ws-lau-grao
           else
               move "SILO NAO CADASTRADO"        to ws-lau-descricao
               move spaces                       to ws-lau-grao
           end-if

           open output arqLaudo

           if ws-fs-arqLaudo = 0 then
               move 0 to ws-lau-pagina
               move 0 to ws-lau-linha
               perform cabecalho-rastreio

               perform rastreio-identificacao
               perform rastreio-movimentos
               perform rastreio-temperaturas
               perform rastreio-alertas
               perform rastreio-correcoes
               perform rastreio-tratamentos
               perform rastreio-aeracoes
               perform rodape-rastreio

               close arqLaudo

               display "Arquivo " ws-laudo-nome
                   " gerado com sucesso."
           else
               display "File Status ao abrir arquivo do certificado: "
                   ws-fs-arqLaudo
           end-if

           .
       rastreio-gera-certificado-exit.
           exit.

      *>=======================================================================
      *>  Completa a folha corrente ate as 66 linhas e abre a seguinte
      *>  com o cabecalho do certificado
      *>=======================================================================

       cabecalho-rastreio section.

           if ws-lau-pagina > 0
               perform until ws-lau-linha >= ws-lau-linhas-pag
                   move spaces to ws-laudo-linha-w
                   perform escreve-linha-laudo
               end-perform
           end-if

           add 1 to ws-lau-pagina
           move 0 to ws-lau-linha

           move ws-lau-pagina to ws-lau-exib-pag
           move spaces to ws-laudo-linha-w
           string
               ws-nome-sitio           delimited by size
               "        FOLHA "        delimited by size
               ws-lau-exib-pag         delimited by size
               into ws-laudo-linha-w
           end-string
           perform escreve-linha-laudo

           move spaces to ws-laudo-linha-w
           string
               "CERTIFICADO DE RASTREABILIDADE DO LOTE "
                                       delimited by size
               ws-rst-lote             delimited by size
               into ws-laudo-linha-w
           end-string
           perform escreve-linha-laudo

           move spaces to ws-laudo-linha-w
           string
               "SILO: "                delimited by size
               ws-rst-silo             delimited by size
               " - "                   delimited by size
               ws-lau-descricao        delimited by size
               into ws-laudo-linha-w
           end-string
           perform escreve-linha-laudo

           move all "-" to ws-laudo-linha-w(1:70)
           perform escreve-linha-laudo

           .
       cabecalho-rastreio-exit.
           exit.

      *>=======================================================================
      *>  Escreve ws-laudo-linha-w no certificado, abrindo folha nova
      *>  quando o corpo da folha corrente esta cheio
      *>=======================================================================

       escreve-linha-rastreio section.

           if ws-lau-linha >= ws-lau-corpo-max
               move ws-laudo-linha-w to ws-rst-linha-salva
               perform cabecalho-rastreio
               move ws-rst-linha-salva to ws-laudo-linha-w
           end-if

           perform escreve-linha-laudo

           .
       escreve-linha-rastreio-exit.
           exit.

      *>=======================================================================
      *>  Titulo de um bloco do certificado (ws-rst-titulo), com uma
      *>  linha em branco antes; sem espaco para o titulo e ao menos
      *>  duas linhas do bloco, abre a folha seguinte
      *>=======================================================================

       titulo-rastreio section.

           if ws-lau-linha + 4 > ws-lau-corpo-max
               perform cabecalho-rastreio
           else
               move spaces to ws-laudo-linha-w
               perform escreve-linha-laudo
           end-if

           move ws-rst-titulo to ws-laudo-linha-w
           perform escreve-linha-laudo

           .
       titulo-rastreio-exit.
           exit.

      *>=======================================================================
      *>  Converte ws-rst-data-w (aaaammdd) em ws-rst-exib-data
      *>=======================================================================

       formata-data-rastreio section.

           move spaces to ws-rst-exib-data
           if ws-rst-data-w > 0
               string
                   ws-rst-data-w(7:2)  delimited by size
                   "/"                 delimited by size
                   ws-rst-data-w(5:2)  delimited by size
                   "/"                 delimited by size
                   ws-rst-data-w(1:4)  delimited by size
                   into ws-rst-exib-data
               end-string
           end-if

           .
       formata-data-rastreio-exit.
           exit.

      *>=======================================================================
      *>  Identificacao do lote: grao, dono, periodo e toneladas
      *>=======================================================================

       rastreio-identificacao section.

           move spaces to ws-laudo-linha-w
           string
               "GRAO: "                delimited by size
               ws-lau-grao             delimited by size
               "  DEPOSITANTE: "       delimited by size
               into ws-laudo-linha-w
           end-string
           if ws-rst-dono = spaces
               move "ESTOQUE PROPRIO" to ws-laudo-linha-w(32:15)
           else
               move ws-rst-dono to ws-dep-cod-tmp
               perform localiza-depositante
               move ws-rst-dono to ws-laudo-linha-w(32:5)
               if ws-dep-ach > 0
                   move ws-dep-nome(ws-dep-ach) to ws-laudo-linha-w(39:30)
               end-if
           end-if
           perform escreve-linha-rastreio

           move ws-rst-inicio to ws-rst-data-w
           perform formata-data-rastreio
           move ws-rst-exib-data to ws-rst-exib-data2
           move ws-rst-fim to ws-rst-data-w
           perform formata-data-rastreio
           move spaces to ws-laudo-linha-w
           string
               "PERIODO: "             delimited by size
               ws-rst-exib-data2       delimited by size
               " A "                   delimited by size
               ws-rst-exib-data        delimited by size
               "  SITUACAO: "          delimited by size
               ws-rst-situacao         delimited by size
               into ws-laudo-linha-w
           end-string
           perform escreve-linha-rastreio

           move ws-rst-recebido to ws-rst-exib-ton
           move spaces to ws-laudo-linha-w
           string
               "TONELADAS RECEBIDAS: " delimited by size
               ws-rst-exib-ton         delimited by size
               into ws-laudo-linha-w
           end-string
           perform escreve-linha-rastreio

           move ws-rst-expedido to ws-rst-exib-ton
           move spaces to ws-laudo-linha-w
           string
               "TONELADAS EXPEDIDAS: " delimited by size
               ws-rst-exib-ton         delimited by size
               into ws-laudo-linha-w
           end-string
           perform escreve-linha-rastreio

      *> -------------  Ajustes de inventario (contagem fisica) no lote
           if ws-rst-ajuste-mais > 0 or ws-rst-ajuste-menos > 0
               move ws-rst-ajuste-mais to ws-rst-exib-ton
               move spaces to ws-laudo-linha-w
               string
                   "AJUSTES DE INVENTARIO: +" delimited by size
                   ws-rst-exib-ton            delimited by size
                   "  -"                      delimited by size
                   into ws-laudo-linha-w
               end-string
               move ws-rst-ajuste-menos to ws-rst-exib-ton
               move ws-rst-exib-ton to ws-laudo-linha-w(39:11)
               perform escreve-linha-rastreio
           end-if

           .
       rastreio-identificacao-exit.
           exit.

      *>=======================================================================
      *>  Cargas, expedicoes e ajustes com o codigo do lote
      *>=======================================================================

       rastreio-movimentos section.

           move "MOVIMENTOS DO LOTE:  DATA        TIPO        TONELADAS  DEPOS."
               to ws-rst-titulo
           perform titulo-rastreio

           perform varying ws-rst-ind from 1 by 1
               until ws-rst-ind > ws-qtde-movtos
               if ws-mov-silo(ws-rst-ind) = ws-rst-silo
               and ws-mov-lote(ws-rst-ind) = ws-rst-lote
                   move ws-mov-data(ws-rst-ind) to ws-rst-data-w
                   perform formata-data-rastreio
                   move ws-mov-tonelada(ws-rst-ind) to ws-rst-exib-ton
                   move spaces to ws-laudo-linha-w
                   string
                       "                     " delimited by size
                       ws-rst-exib-data        delimited by size
                       "  "                    delimited by size
                       into ws-laudo-linha-w
                   end-string
                   evaluate true
                       when ws-mov-tipo(ws-rst-ind) = "E"
                           move "CARGA"     to ws-laudo-linha-w(34:9)
                       when ws-mov-tipo(ws-rst-ind) = "A"
                       and ws-mov-sinal(ws-rst-ind) = "+"
                           move "AJUSTE +"  to ws-laudo-linha-w(34:9)
                       when ws-mov-tipo(ws-rst-ind) = "A"
                           move "AJUSTE -"  to ws-laudo-linha-w(34:9)
                       when other
                           move "EXPEDICAO" to ws-laudo-linha-w(34:9)
                   end-evaluate
                   move ws-rst-exib-ton to ws-laudo-linha-w(44:11)
                   move ws-mov-depositante(ws-rst-ind)
                       to ws-laudo-linha-w(57:5)
                   perform escreve-linha-rastreio
               end-if
           end-perform

           .
       rastreio-movimentos-exit.
           exit.

      *>=======================================================================
      *>  Resumo diario de temperatura do periodo do lote: media,
      *>  minima e maxima dos cabos sadios, lidos de arqTemp.dat
      *>=======================================================================

       rastreio-temperaturas section.

           move "TEMPERATURA DIARIA (CABOS SADIOS):  DATA       MEDIA  MINIMA  MAXIMA  CABOS"
               to ws-rst-titulo
           perform titulo-rastreio

           move 0 to ws-rst-dia-cor
           move 0 to ws-rst-achados

           open input arqTemp

           if ws-fs-arqTemp = 0
           or ws-fs-arqTemp = 05 then
               set nao-fim-arquivo to true

               move ws-rst-inicio to fd-data
               move low-values    to fd-silo
               move 0             to fd-cabo

               start arqTemp key not less fd-chave
                   invalid key
                       set fim-arquivo to true
               end-start

               perform until fim-arquivo
                   read arqTemp next
                       at end
                           set fim-arquivo to true
                       not at end
                           if fd-data > ws-rst-fim then
                               set fim-arquivo to true
                           else
                               if fd-silo = ws-rst-silo then
                                   perform rastreio-acumula-leitura
                               end-if
                           end-if
                   end-read
               end-perform

               perform rastreio-fecha-dia

               close arqTemp
           else
               display "File Status ao abrir input arquivo: "
                   ws-fs-arqTemp
           end-if

           if ws-rst-achados = 0
               move "                                    SEM LEITURA NO PERIODO"
                   to ws-laudo-linha-w
               perform escreve-linha-rastreio
           end-if

           .
       rastreio-temperaturas-exit.
           exit.

      *>=======================================================================
      *>  Acumula a leitura corrente de arqTemp.dat no dia em curso
      *>  (cabo marcado defeituoso fica de fora, como no laudo)
      *>=======================================================================

       rastreio-acumula-leitura section.

           if fd-data <> ws-rst-dia-cor
               perform rastreio-fecha-dia
               move fd-data to ws-rst-dia-cor
               move 0 to ws-rst-soma
               move 0 to ws-rst-qtde
           end-if

           move fd-silo to ws-cbo-sil-tmp
           move fd-cabo to ws-cbo-num-tmp
           move fd-data to ws-cbo-data-leit
           perform verifica-cabo-defeituoso

           if cabo-ok
               if ws-rst-qtde = 0
                   move fd-temperatura to ws-rst-min
                   move fd-temperatura to ws-rst-max
               end-if
               if fd-temperatura < ws-rst-min
                   move fd-temperatura to ws-rst-min
               end-if
               if fd-temperatura > ws-rst-max
                   move fd-temperatura to ws-rst-max
               end-if
               add fd-temperatura to ws-rst-soma
               add 1 to ws-rst-qtde
           end-if

           .
       rastreio-acumula-leitura-exit.
           exit.

      *>=======================================================================
      *>  Imprime a linha do dia ws-rst-dia-cor
      *>=======================================================================

       rastreio-fecha-dia section.

           if ws-rst-dia-cor > 0
               move ws-rst-dia-cor to ws-rst-data-w
               perform formata-data-rastreio
               move spaces to ws-laudo-linha-w
               move ws-rst-exib-data to ws-laudo-linha-w(37:10)

               if ws-rst-qtde = 0
                   move "sem cabo sadio" to ws-laudo-linha-w(49:14)
               else
                   divide ws-rst-soma by ws-rst-qtde
                       giving ws-rst-media rounded
                   move ws-rst-media to ws-export-media
                   move ws-export-media to ws-laudo-linha-w(48:6)
                   move ws-rst-min to ws-export-temp
                   move ws-export-temp to ws-laudo-linha-w(56:6)
                   move ws-rst-max to ws-rst-exib-temp2
                   move ws-rst-exib-temp2 to ws-laudo-linha-w(64:6)
                   move ws-rst-qtde to ws-rst-exib-qtde
                   move ws-rst-exib-qtde to ws-laudo-linha-w(71:4)
               end-if

               perform escreve-linha-rastreio
               add 1 to ws-rst-achados
           end-if

           .
       rastreio-fecha-dia-exit.
           exit.

      *>=======================================================================
      *>  Alertas do silo no periodo do lote, com a baixa de cada um
      *>=======================================================================

       rastreio-alertas section.

           move "ALERTAS:  DATA       CABO   TEMP.  LIMITE   TIPO  SITUACAO"
               to ws-rst-titulo
           perform titulo-rastreio

           move 0 to ws-rst-achados

           perform varying ws-ale-ind from 1 by 1
               until ws-ale-ind > ws-qtde-alertas
               if ws-ale-silo(ws-ale-ind) = ws-rst-silo
               and ws-ale-data(ws-ale-ind) >= ws-rst-inicio
               and ws-ale-data(ws-ale-ind) <= ws-rst-fim
                   add 1 to ws-rst-achados

                   move ws-ale-data(ws-ale-ind) to ws-rst-data-w
                   perform formata-data-rastreio
                   move spaces to ws-laudo-linha-w
                   move ws-rst-exib-data to ws-laudo-linha-w(11:10)
                   move ws-ale-cabo(ws-ale-ind) to ws-laudo-linha-w(23:2)
                   move ws-ale-temperatura(ws-ale-ind) to ws-export-temp
                   move ws-export-temp to ws-laudo-linha-w(29:6)
                   move ws-ale-limite(ws-ale-ind) to ws-export-temp
                   move ws-export-temp to ws-laudo-linha-w(37:6)
                   if ws-ale-tipo(ws-ale-ind) = "A"
                       move "ALTA"  to ws-laudo-linha-w(45:5)
                   else
                       move "BAIXA" to ws-laudo-linha-w(45:5)
                   end-if
                   if ws-ale-situacao(ws-ale-ind) = "A"
                       move "EM ABERTO" to ws-laudo-linha-w(51:9)
                   else
                       move "BAIXADO"   to ws-laudo-linha-w(51:9)
                   end-if
                   perform escreve-linha-rastreio

                   if ws-ale-situacao(ws-ale-ind) <> "A"
                       move ws-ale-data-baixa(ws-ale-ind)
                           to ws-rst-data-w
                       perform formata-data-rastreio
                       move spaces to ws-laudo-linha-w
                       string
                           "            BAIXA EM "  delimited by size
                           ws-rst-exib-data         delimited by size
                           " POR "                  delimited by size
                           ws-ale-operador(ws-ale-ind)
                                                    delimited by size
                           ": "                     delimited by size
                           ws-ale-acao(ws-ale-ind)  delimited by size
                           into ws-laudo-linha-w
                       end-string
                       perform escreve-linha-rastreio
                   end-if
               end-if
           end-perform

           if ws-rst-achados = 0
               move "          NENHUM ALERTA NO PERIODO"
                   to ws-laudo-linha-w
               perform escreve-linha-rastreio
           end-if

           .
       rastreio-alertas-exit.
           exit.

      *>=======================================================================
      *>  Correcoes de leitura (arqAudit.txt) do silo no periodo
      *>=======================================================================

       rastreio-correcoes section.

           move "CORRECOES DE LEITURA:  LEITURA    CABO   ANTES  DEPOIS   ALTERADA EM POR"
               to ws-rst-titulo
           perform titulo-rastreio

           move 0 to ws-rst-achados

           open input arqAudit

           if ws-fs-arqAudit = 0
           or ws-fs-arqAudit = 05 then
               set nao-fim-arquivo to true

               perform until fim-arquivo
                   read arqAudit
                       at end
                           set fim-arquivo to true
                       not at end
                           if fd-aud-silo = ws-rst-silo
                           and fd-aud-data-leitura >= ws-rst-inicio
                           and fd-aud-data-leitura <= ws-rst-fim
                               perform rastreio-linha-correcao
                           end-if
                   end-read
               end-perform

               close arqAudit
           else
               display "File Status ao abrir arquivo de auditoria: "
                   ws-fs-arqAudit
           end-if

           if ws-rst-achados = 0
               move "                       NENHUMA CORRECAO NO PERIODO"
                   to ws-laudo-linha-w
               perform escreve-linha-rastreio
           end-if

           .
       rastreio-correcoes-exit.
           exit.

      *>=======================================================================
      *>  Linha de uma correcao lida de arqAudit.txt
      *>=======================================================================

       rastreio-linha-correcao section.

           add 1 to ws-rst-achados

           move fd-aud-data-leitura to ws-rst-data-w
           perform formata-data-rastreio
           move spaces to ws-laudo-linha-w
           move ws-rst-exib-data to ws-laudo-linha-w(24:10)
           move fd-aud-cabo to ws-laudo-linha-w(36:2)
           move fd-aud-temp-antiga to ws-export-temp
           move ws-export-temp to ws-laudo-linha-w(42:6)
           move fd-aud-temp-nova to ws-export-temp
           move ws-export-temp to ws-laudo-linha-w(50:6)
           move fd-aud-data-alt to ws-rst-data-w
           perform formata-data-rastreio
           move ws-rst-exib-data to ws-laudo-linha-w(58:10)
           move fd-aud-operador to ws-laudo-linha-w(70:3)
           perform escreve-linha-rastreio

           .
       rastreio-linha-correcao-exit.
           exit.

      *>=======================================================================
      *>  Tratamentos do silo com janela dentro do periodo do lote
      *>=======================================================================

       rastreio-tratamentos section.

           move "TRATAMENTOS:  PRODUTO               DOSE        APLICACAO   FIM JANELA"
               to ws-rst-titulo
           perform titulo-rastreio

           move 0 to ws-rst-achados

           perform varying ws-trt-ind from 1 by 1
               until ws-trt-ind > ws-qtde-tratas
               if ws-trt-silo(ws-trt-ind) = ws-rst-silo
               and ws-trt-data-aplic(ws-trt-ind) <= ws-rst-fim
               and ws-trt-data-fim(ws-trt-ind) >= ws-rst-inicio
                   add 1 to ws-rst-achados
                   move spaces to ws-laudo-linha-w
                   move ws-trt-produto(ws-trt-ind)
                       to ws-laudo-linha-w(15:20)
                   move ws-trt-dose(ws-trt-ind)
                       to ws-laudo-linha-w(37:10)
                   move ws-trt-data-aplic(ws-trt-ind) to ws-rst-data-w
                   perform formata-data-rastreio
                   move ws-rst-exib-data to ws-laudo-linha-w(49:10)
                   move ws-trt-data-fim(ws-trt-ind) to ws-rst-data-w
                   perform formata-data-rastreio
                   move ws-rst-exib-data to ws-laudo-linha-w(61:10)
                   perform escreve-linha-rastreio
               end-if
           end-perform

           if ws-rst-achados = 0
               move "              NENHUM TRATAMENTO NO PERIODO"
                   to ws-laudo-linha-w
               perform escreve-linha-rastreio
           end-if

           .
       rastreio-tratamentos-exit.
           exit.

      *>=======================================================================
      *>  Acionamentos de aeracao do silo no periodo e total de horas
      *>=======================================================================

       rastreio-aeracoes section.

           move "AERACAO:  DATA       PARTIDA  PARADA     HORAS   OPER."
               to ws-rst-titulo
           perform titulo-rastreio

           move 0 to ws-aec-min-tot
           move 0 to ws-rst-achados

           perform varying ws-aec-ind from 1 by 1
               until ws-aec-ind > ws-qtde-aeracoes
               if ws-aec-silo(ws-aec-ind) = ws-rst-silo
               and ws-aec-data(ws-aec-ind) >= ws-rst-inicio
               and ws-aec-data(ws-aec-ind) <= ws-rst-fim
                   add 1 to ws-rst-achados
                   perform calcula-minutos-aeracao
                   add ws-aec-min-run to ws-aec-min-tot

                   move ws-aec-data(ws-aec-ind) to ws-rst-data-w
                   perform formata-data-rastreio
                   compute ws-aec-horas = ws-aec-min-run / 60
                   move ws-aec-horas to ws-aec-exib-horas
                   move spaces to ws-laudo-linha-w
                   move ws-rst-exib-data to ws-laudo-linha-w(11:10)
                   move ws-aec-hora-ini(ws-aec-ind)
                       to ws-laudo-linha-w(23:4)
                   move ws-aec-hora-fim(ws-aec-ind)
                       to ws-laudo-linha-w(32:4)
                   move ws-aec-exib-horas to ws-laudo-linha-w(41:7)
                   move ws-aec-operador(ws-aec-ind)
                       to ws-laudo-linha-w(50:3)
                   perform escreve-linha-rastreio
               end-if
           end-perform

           compute ws-aec-horas = ws-aec-min-tot / 60
           move ws-aec-horas to ws-aec-exib-horas
           move ws-rst-achados to ws-rst-exib-qtde
           move spaces to ws-laudo-linha-w
           string
               "          TOTAL: "     delimited by size
               ws-rst-exib-qtde        delimited by size
               " ACIONAMENTO(S), "     delimited by size
               ws-aec-exib-horas       delimited by size
               " HORA(S) DE VENTILADOR" delimited by size
               into ws-laudo-linha-w
           end-string
           perform escreve-linha-rastreio

           .
       rastreio-aeracoes-exit.
           exit.

      *>=======================================================================
      *>  Fecho do certificado: emissao, operador e linhas de
      *>  assinatura; a ultima folha e completada no tamanho fixo.
      *>=======================================================================

       rodape-rastreio section.

           if ws-lau-linha >= 56
               perform cabecalho-rastreio
           end-if

           move spaces to ws-laudo-linha-w
           perform escreve-linha-laudo
           move all "-" to ws-laudo-linha-w(1:70)
           perform escreve-linha-laudo

           move ws-data-hoje to ws-rst-data-w
           perform formata-data-rastreio
           move spaces to ws-laudo-linha-w
           string
               "EMITIDO EM "           delimited by size
               ws-rst-exib-data        delimited by size
               " PELO OPERADOR "       delimited by size
               ws-oper-atual           delimited by size
               into ws-laudo-linha-w
           end-string
           perform escreve-linha-laudo

           move spaces to ws-laudo-linha-w
           perform escreve-linha-laudo
           move spaces to ws-laudo-linha-w
           perform escreve-linha-laudo

           move "____________________________      ____________________________" to ws-laudo-linha-w
           perform escreve-linha-laudo

           move "OPERADOR                          SUPERVISOR"
               to ws-laudo-linha-w
           perform escreve-linha-laudo

           perform until ws-lau-linha >= ws-lau-linhas-pag
               move spaces to ws-laudo-linha-w
               perform escreve-linha-laudo
           end-perform

           .
       rodape-rastreio-exit.
           exit.

      *>=======================================================================
      *>  Carrega as contagens fisicas de estoque (arqContagem.txt)
      *>=======================================================================

       carrega_contagens section.

           move 0 to ws-qtde-contagens
           set contagens-completas to true

           open input arqContagem

           if ws-fs-arqContagem = 0
           or ws-fs-arqContagem = 05 then
               set nao-fim-arquivo to true

               perform until fim-arquivo
                   read arqContagem
                       at end
                           set fim-arquivo to true
                       not at end
                           if ws-qtde-contagens < 999 then
                               add 1 to ws-qtde-contagens
                               move fd-cnt-reg
                                   to ws-contagens(ws-qtde-contagens)
                           else
                               if contagens-completas
                                   display "Limite de contagens em "
                                       "memoria atingido (999); registros "
                                       "adicionais nao carregados."
                                   set contagens-truncadas to true
                               end-if
                           end-if
                   end-read
               end-perform

               close arqContagem
           else
               display "File Status ao abrir contagens de estoque: "
                   ws-fs-arqContagem
           end-if

           .
       carrega_contagens-exit.
           exit.

      *>=======================================================================
      *>  Regrava o arquivo de contagens inteiro a partir da tabela
      *>=======================================================================

       grava_contagens section.

           if contagens-truncadas then
               display "Arquivo de contagens tem mais registros que a "
                   "memoria comporta; regravacao bloqueada."
           else
               open output arqContagem

               if ws-fs-arqContagem = 0
               or ws-fs-arqContagem = 05 then
                   perform varying ws-cnt-ind from 1 by 1
                       until ws-cnt-ind > ws-qtde-contagens
                       move ws-contagens(ws-cnt-ind) to fd-cnt-reg
                       write fd-cnt-reg
                   end-perform

                   close arqContagem
               else
                   display "File Status ao gravar contagens de estoque: "
                       ws-fs-arqContagem
               end-if
           end-if

           .
       grava_contagens-exit.
           exit.

      *>=======================================================================
      *>  Registra a contagem fisica de um silo: data, toneladas
      *>  medidas e metodo; guarda junto o saldo contabil da
      *>  movimentacao naquela data e mostra a diferenca apurada.
      *>=======================================================================

       registra-contagem section.

           display " "
           display "Identificador do silo:"
           move spaces to ws-mov-silo-w
           accept ws-mov-silo-w

           move ws-mov-silo-w to ws-sil-id-tmp
           perform localiza-silo

           if ws-sil-ach = 0 then
               display "Silo nao cadastrado: " ws-mov-silo-w
           else
               if ws-sil-situacao(ws-sil-ach) <> "A" then
                   display "Silo desativado no cadastro: " ws-mov-silo-w
               else
                   perform registra-contagem-dados
               end-if
           end-if

           .
       registra-contagem-exit.
           exit.

      *>=======================================================================
      *>  Aceita e critica os dados da contagem do silo ws-sil-ach
      *>=======================================================================

       registra-contagem-dados section.

           display "Data da contagem (aaaammdd; zero usa a data de hoje):"
           move 0 to ws-mov-data-acc
           accept ws-mov-data-acc

           if ws-mov-data-acc = 0
               move ws-data-hoje to ws-mov-data-acc
           end-if

           move ws-mov-data-acc to ws-mov-data-w

           move ws-mov-ano-w to ws-calc-ano
           move ws-mov-mes-w to ws-calc-mes
           if ws-mov-mes-w >= 01 and ws-mov-mes-w <= 12
               perform calcula-dias-mes
           end-if

           evaluate true
               when ws-mov-mes-w < 01 or ws-mov-mes-w > 12
                   display "Mes invalido na data informada."
               when ws-mov-dia-w < 01 or ws-mov-dia-w > ws-calc-dias
                   display "Dia invalido na data informada."
               when ws-mov-data-acc > ws-data-hoje
                   display "Contagem nao pode ter data futura."
               when other
                   perform localiza-contagem-data
                   if ws-cnt-ach > 0
                       display "Ja existe contagem do silo nesta data."
                   else
                       perform registra-contagem-medida
                   end-if
           end-evaluate

           .
       registra-contagem-dados-exit.
           exit.

      *>=======================================================================
      *>  Toneladas medidas e metodo; grava a contagem com o saldo
      *>  contabil da data e a situacao (pendente quando ha diferenca)
      *>=======================================================================

       registra-contagem-medida section.

           display "Toneladas medidas (ex.: 001480,50; zero = silo vazio):"
           move 0 to ws-cnt-medida-w
           accept ws-cnt-medida-w

           display "Metodo: V-volumetrico (cubagem)  P-pesagem  "
               "S-sonda/scanner"
           move spaces to ws-cnt-metodo-w
           accept ws-cnt-metodo-w
           inspect ws-cnt-metodo-w converting "vps" to "VPS"

           if ws-cnt-metodo-w <> "V" and ws-cnt-metodo-w <> "P"
           and ws-cnt-metodo-w <> "S" then
               display "Metodo invalido; contagem nao registrada."
           else
               if ws-qtde-contagens >= 999 then
                   display "Limite de contagens em memoria atingido "
                       "(999); contagem nao registrada."
               else
                   perform apura-saldo-data
                   move ws-cnt-saldo-data to ws-cnt-contabil-w

                   add 1 to ws-qtde-contagens
                   move ws-qtde-contagens to ws-cnt-ind
                   move ws-mov-data-acc   to ws-cnt-data(ws-cnt-ind)
                   move ws-mov-silo-w     to ws-cnt-silo(ws-cnt-ind)
                   move ws-cnt-medida-w   to ws-cnt-medida(ws-cnt-ind)
                   move ws-cnt-metodo-w   to ws-cnt-metodo(ws-cnt-ind)
                   move ws-oper-atual     to ws-cnt-oper(ws-cnt-ind)
                   move ws-cnt-contabil-w to ws-cnt-contabil(ws-cnt-ind)
                   move 0      to ws-cnt-data-ajuste(ws-cnt-ind)
                   move spaces to ws-cnt-superv(ws-cnt-ind)
                   move 0      to ws-cnt-ajuste(ws-cnt-ind)
                   move spaces to ws-cnt-ajuste-sinal(ws-cnt-ind)

                   move ws-sil-ach to ws-cnt-sil
                   perform classifica-contagem

                   if ws-cnt-dif = 0
                       move "S" to ws-cnt-situacao(ws-cnt-ind)
                   else
                       move "P" to ws-cnt-situacao(ws-cnt-ind)
                   end-if

                   perform grava_contagens

                   move ws-cnt-contabil-w to ws-cnt-exib-ton
                   display " "
                   display "Saldo contabil na data: " ws-cnt-exib-ton " t"
                   move ws-cnt-medida-w to ws-cnt-exib-ton
                   display "Saldo medido .........: " ws-cnt-exib-ton " t"
                   move ws-cnt-dif to ws-cnt-exib-dif
                   move ws-cnt-pct to ws-cnt-exib-pct
                   display "Diferenca ............: " ws-cnt-exib-dif
                       " t (" ws-cnt-exib-pct "%) - " ws-cnt-resultado
                   if ws-cnt-dif <> 0
                       display "Ajuste do saldo pendente de aprovacao "
                           "do supervisor (opcao 8)."
                   end-if
                   display "Contagem registrada."
               end-if
           end-if

           .
       registra-contagem-medida-exit.
           exit.

      *>=======================================================================
      *>  Localiza a contagem do silo ws-mov-silo-w na data
      *>  ws-mov-data-acc; devolve a linha em ws-cnt-ach
      *>=======================================================================

       localiza-contagem-data section.

           move 0 to ws-cnt-ach

           perform varying ws-cnt-ind from 1 by 1
               until ws-cnt-ind > ws-qtde-contagens
               if ws-cnt-silo(ws-cnt-ind) = ws-mov-silo-w
               and ws-cnt-data(ws-cnt-ind) = ws-mov-data-acc
                   move ws-cnt-ind to ws-cnt-ach
               end-if
           end-perform

           .
       localiza-contagem-data-exit.
           exit.

      *>=======================================================================
      *>  Saldo contabil do silo ws-mov-silo-w no fim do dia
      *>  ws-mov-data-acc (movimentos ate essa data, inclusive)
      *>=======================================================================

       apura-saldo-data section.

           move 0 to ws-cnt-saldo-data

           perform varying ws-mov-ind from 1 by 1
               until ws-mov-ind > ws-qtde-movtos
               if ws-mov-silo(ws-mov-ind) = ws-mov-silo-w
               and ws-mov-data(ws-mov-ind) <= ws-mov-data-acc
                   if ws-mov-sinal(ws-mov-ind) = "+"
                       add ws-mov-tonelada(ws-mov-ind)
                           to ws-cnt-saldo-data
                   else
                       subtract ws-mov-tonelada(ws-mov-ind)
                           from ws-cnt-saldo-data
                       if ws-cnt-saldo-data < 0
                           move 0 to ws-cnt-saldo-data
                       end-if
                   end-if
               end-if
           end-perform

           .
       apura-saldo-data-exit.
           exit.

      *>=======================================================================
      *>  Diferenca da contagem ws-cnt-ind (medido - contabil), em
      *>  toneladas e em % do contabil, contra a quebra admitida do
      *>  grao do silo ws-cnt-sil (zero = silo fora do cadastro, usa
      *>  o padrao de 0,50%)
      *>=======================================================================

       classifica-contagem section.

           if ws-cnt-sil > 0
               move ws-sil-quebra-max(ws-cnt-sil) to ws-cnt-tol
           else
               move 0,50 to ws-cnt-tol
           end-if

           compute ws-cnt-dif = ws-cnt-medida(ws-cnt-ind)
                              - ws-cnt-contabil(ws-cnt-ind)

           if ws-cnt-dif < 0
               compute ws-cnt-dif-abs = 0 - ws-cnt-dif
           else
               move ws-cnt-dif to ws-cnt-dif-abs
           end-if

      *> -------------  Contabil zero com grao medido: a sobra inteira
      *> -------------  esta fora de qualquer tolerancia
           if ws-cnt-contabil(ws-cnt-ind) > 0
               compute ws-cnt-pct rounded =
                   ws-cnt-dif * 100 / ws-cnt-contabil(ws-cnt-ind)
               compute ws-cnt-pct-abs rounded =
                   ws-cnt-dif-abs * 100 / ws-cnt-contabil(ws-cnt-ind)
      *> diferenca de varias vezes o contabil: limita a exibicao
               if ws-cnt-pct > 999,99
                   move 999,99 to ws-cnt-pct
               end-if
               if ws-cnt-pct < -999,99
                   move -999,99 to ws-cnt-pct
               end-if
           else
               move 0 to ws-cnt-pct
               if ws-cnt-dif = 0
                   move 0 to ws-cnt-pct-abs
               else
                   move 999,99 to ws-cnt-pct-abs
               end-if
           end-if

           if ws-cnt-pct-abs <= ws-cnt-tol
               set contagem-na-tolerancia to true
           else
               set contagem-fora-tolerancia to true
           end-if

           evaluate true
               when ws-cnt-dif = 0
                   move "CONFERE"     to ws-cnt-resultado
               when ws-cnt-dif < 0 and contagem-na-tolerancia
                   move "QUEBRA OK"   to ws-cnt-resultado
               when ws-cnt-dif < 0
                   move "QUEBRA ALTA" to ws-cnt-resultado
               when contagem-na-tolerancia
                   move "SOBRA OK"    to ws-cnt-resultado
               when other
                   move "SOBRA ALTA"  to ws-cnt-resultado
           end-evaluate

           .
       classifica-contagem-exit.
           exit.

      *>=======================================================================
      *>  Conciliacao de estoque do periodo informado (padrao: do
      *>  inicio do trimestre corrente ate hoje): cada contagem com o
      *>  saldo contabil, o medido, a diferenca em t e % e a quebra
      *>  admitida do grao. Sai na tela e em conciliaEstoque-<de>-
      *>  <ate>.txt, no formato de folhas do laudo, para a seguradora
      *>  e os depositantes.
      *>=======================================================================

       concilia-estoque section.

           display " "
           display "Conciliacao de estoque - data inicial (aaaammdd; "
               "zero = inicio do trimestre):"
           move 0 to ws-cnt-de
           accept ws-cnt-de
           display "Data final (aaaammdd; zero = hoje):"
           move 0 to ws-cnt-ate
           accept ws-cnt-ate

           if ws-cnt-de = 0
               move ws-data-hoje to ws-mov-data-w
               compute ws-cnt-tri = (ws-mov-mes-w - 1) / 3
               compute ws-mov-mes-w = ws-cnt-tri * 3 + 1
               move 01 to ws-mov-dia-w
               move ws-mov-data-w to ws-cnt-de
           end-if
           if ws-cnt-ate = 0
               move ws-data-hoje to ws-cnt-ate
           end-if

           if ws-cnt-ate < ws-cnt-de then
               display "Data final anterior a inicial."
           else
               perform concilia-estoque-gera
           end-if

           .
       concilia-estoque-exit.
           exit.

      *>=======================================================================
      *>  Gera o relatorio da conciliacao no arquivo de impressao do
      *>  laudo e mostra os totais na tela
      *>=======================================================================

       concilia-estoque-gera section.

           move spaces to ws-laudo-nome
           string
               "conciliaEstoque-"      delimited by size
               ws-cnt-de               delimited by size
               "-"                     delimited by size
               ws-cnt-ate              delimited by size
               ".txt"                  delimited by size
               into ws-laudo-nome
           end-string

           move 0 to ws-cnt-tot-qtde
           move 0 to ws-cnt-tot-fora
           move 0 to ws-cnt-tot-pend
           move 0 to ws-cnt-tot-contabil
           move 0 to ws-cnt-tot-medida
           move 0 to ws-cnt-tot-dif

           open output arqLaudo

           if ws-fs-arqLaudo = 0 then
               move 0 to ws-lau-pagina
               move 0 to ws-lau-linha
               perform cabecalho-conciliacao

               display " "
               display "DATA       SILO        CONTABIL    MEDIDO  "
                   "DIFERENCA   DIF.% ADM.% RESULTADO   S"

               perform varying ws-cnt-ind from 1 by 1
                   until ws-cnt-ind > ws-qtde-contagens
                   if ws-cnt-data(ws-cnt-ind) >= ws-cnt-de
                   and ws-cnt-data(ws-cnt-ind) <= ws-cnt-ate
                       perform concilia-linha-contagem
                   end-if
               end-perform

               perform rodape-conciliacao

               close arqLaudo

               display " "
               display "Contagens no periodo .....: " ws-cnt-tot-qtde
               display "Fora da quebra admitida ..: " ws-cnt-tot-fora
               display "Ajustes pendentes ........: " ws-cnt-tot-pend
               move ws-cnt-tot-dif to ws-cnt-exib-totdif
               display "Diferenca total (t) ......: " ws-cnt-exib-totdif
               display "Arquivo " ws-laudo-nome
                   " gerado com sucesso."
           else
               display "File Status ao abrir arquivo da conciliacao: "
                   ws-fs-arqLaudo
           end-if

           .
       concilia-estoque-gera-exit.
           exit.

      *>=======================================================================
      *>  Uma linha da conciliacao (contagem ws-cnt-ind)
      *>=======================================================================

       concilia-linha-contagem section.

           move ws-cnt-silo(ws-cnt-ind) to ws-sil-id-tmp
           perform localiza-silo
           move ws-sil-ach to ws-cnt-sil
           perform classifica-contagem

           add 1 to ws-cnt-tot-qtde
           if contagem-fora-tolerancia
               add 1 to ws-cnt-tot-fora
           end-if
           if ws-cnt-situacao(ws-cnt-ind) = "P"
               add 1 to ws-cnt-tot-pend
           end-if
           add ws-cnt-contabil(ws-cnt-ind) to ws-cnt-tot-contabil
           add ws-cnt-medida(ws-cnt-ind)   to ws-cnt-tot-medida
           add ws-cnt-dif                  to ws-cnt-tot-dif

           move ws-cnt-data(ws-cnt-ind) to ws-rst-data-w
           perform formata-data-rastreio

           move spaces to ws-laudo-linha-w
           move ws-rst-exib-data        to ws-laudo-linha-w(1:10)
           move ws-cnt-silo(ws-cnt-ind) to ws-laudo-linha-w(12:10)
           move ws-cnt-contabil(ws-cnt-ind) to ws-cnt-exib-ton
           move ws-cnt-exib-ton         to ws-laudo-linha-w(23:9)
           move ws-cnt-medida(ws-cnt-ind) to ws-cnt-exib-ton
           move ws-cnt-exib-ton         to ws-laudo-linha-w(33:9)
           move ws-cnt-dif              to ws-cnt-exib-dif
           move ws-cnt-exib-dif         to ws-laudo-linha-w(43:10)
           move ws-cnt-pct              to ws-cnt-exib-pct
           move ws-cnt-exib-pct         to ws-laudo-linha-w(54:7)
           move ws-cnt-tol              to ws-sil-exib-quebra
           move ws-sil-exib-quebra      to ws-laudo-linha-w(62:5)
           move ws-cnt-resultado        to ws-laudo-linha-w(68:11)
           evaluate ws-cnt-situacao(ws-cnt-ind)
               when "A"
                   move "A" to ws-laudo-linha-w(80:1)
               when "P"
                   move "P" to ws-laudo-linha-w(80:1)
           end-evaluate
           perform escreve-linha-conciliacao

           display ws-laudo-linha-w

           .
       concilia-linha-contagem-exit.
           exit.

      *>=======================================================================
      *>  Cabecalho de folha da conciliacao (completa a folha anterior
      *>  ate as 66 linhas)
      *>=======================================================================

       cabecalho-conciliacao section.

           if ws-lau-pagina > 0
               perform until ws-lau-linha >= ws-lau-linhas-pag
                   move spaces to ws-laudo-linha-w
           move spaces to ws-laudo-linha-w
           string
               ws-nome-sitio           delimited by size
               "        FOLHA "        delimited by size
               ws-lau-exib-pag         delimited by size
               into ws-laudo-linha-w
           end-string
           perform escreve-linha-laudo

           move ws-cnt-de to ws-rst-data-w
           perform formata-data-rastreio
           move ws-rst-exib-data to ws-rst-exib-data2
           move ws-cnt-ate to ws-rst-data-w
           perform formata-data-rastreio
           move spaces to ws-laudo-linha-w
           string
               "CONCILIACAO DE ESTOQUE - CONTABIL X CONTAGEM FISICA - "
                                       delimited by size
               ws-rst-exib-data2       delimited by size
               " A "                   delimited by size
               ws-rst-exib-data        delimited by size
               into ws-laudo-linha-w
           end-string
           perform escreve-linha-laudo

           move all "-" to ws-laudo-linha-w(1:80)
           perform escreve-linha-laudo

           move "DATA       SILO        CONTABIL    MEDIDO  DIFERENCA   DIF.% ADM.% RESULTADO   S"
               to ws-laudo-linha-w
           perform escreve-linha-laudo

           move all "-" to ws-laudo-linha-w(1:80)
           perform escreve-linha-laudo

           .
       cabecalho-conciliacao-exit.
           exit.

      *>=======================================================================
      *>  Escreve ws-laudo-linha-w na conciliacao, abrindo folha nova
      *>  quando o corpo da folha corrente esta cheio
      *>=======================================================================

       escreve-linha-conciliacao section.

           if ws-lau-linha >= ws-lau-corpo-max
               move ws-laudo-linha-w to ws-cnt-linha-salva
               perform cabecalho-conciliacao
               move ws-cnt-linha-salva to ws-laudo-linha-w
           end-if

           perform escreve-linha-laudo

           .
       escreve-linha-conciliacao-exit.
           exit.

      *>=======================================================================
      *>  Totais, legenda e assinaturas da conciliacao; a ultima folha
      *>  e completada no tamanho fixo
      *>=======================================================================

       rodape-conciliacao section.

           if ws-lau-linha >= 50
               perform cabecalho-conciliacao
           end-if

           move all "-" to ws-laudo-linha-w(1:80)
           perform escreve-linha-laudo

           if ws-cnt-tot-qtde = 0
               move "NENHUMA CONTAGEM FISICA NO PERIODO."
                   to ws-laudo-linha-w
               perform escreve-linha-laudo
           else
               move spaces to ws-laudo-linha-w
               move "TOTAIS"              to ws-laudo-linha-w(1:6)
               move ws-cnt-tot-contabil   to ws-cnt-exib-tot
               move ws-cnt-exib-tot       to ws-laudo-linha-w(22:10)
               move ws-cnt-tot-medida     to ws-cnt-exib-tot
               move ws-cnt-exib-tot       to ws-laudo-linha-w(32:10)
               move ws-cnt-tot-dif        to ws-cnt-exib-totdif
               move ws-cnt-exib-totdif    to ws-laudo-linha-w(42:11)
               perform escreve-linha-laudo

               move spaces to ws-laudo-linha-w
               string
                   "CONTAGENS: "          delimited by size
                   ws-cnt-tot-qtde        delimited by size
                   "  FORA DA QUEBRA ADMITIDA: " delimited by size
                   ws-cnt-tot-fora        delimited by size
                   "  AJUSTES PENDENTES: " delimited by size
                   ws-cnt-tot-pend        delimited by size
                   into ws-laudo-linha-w
               end-string
               perform escreve-linha-laudo
           end-if

           move "DIF.=MEDIDO-CONTABIL  ADM.=QUEBRA ADMITIDA DO GRAO  S: A=AJUSTADA P=PENDENTE"
               to ws-laudo-linha-w
           perform escreve-linha-laudo

           move spaces to ws-laudo-linha-w
           perform escreve-linha-laudo

           move ws-data-hoje to ws-rst-data-w
           perform formata-data-rastreio
           move spaces to ws-laudo-linha-w
           string
               "EMITIDO EM "           delimited by size
               ws-rst-exib-data        delimited by size
               " PELO OPERADOR "       delimited by size
               ws-oper-atual           delimited by size
               into ws-laudo-linha-w
               to ws-laudo-linha-w
           perform escreve-linha-laudo

           perform until ws-lau-linha >= ws-lau-linhas-pag
               move spaces to ws-laudo-linha-w
               perform escreve-linha-laudo
           end-perform

           .
       rodape-conciliacao-exit.
           exit.

      *>=======================================================================
      *>  Ajuste do saldo contabil a ultima contagem do silo (so
      *>  supervisor): a diferenca, reapurada na data da contagem,
      *>  entra em arqMovto.txt como movimento tipo A (+ ou -) no lote
      *>  corrente e em nome do dono do lote, e a contagem fica
      *>  marcada como ajustada.
      *>=======================================================================

       ajusta-estoque section.

           perform verifica-supervisor

           if acesso-permitido
               display " "
               display "Identificador do silo:"
               move spaces to ws-mov-silo-w
               accept ws-mov-silo-w

               move ws-mov-silo-w to ws-sil-id-tmp
               perform localiza-silo

      *> -------------  So a contagem mais recente do silo vale: as
      *> -------------  anteriores ficam superadas por ela
               move 0 to ws-cnt-ach
               perform varying ws-cnt-ind from 1 by 1
                   until ws-cnt-ind > ws-qtde-contagens
                   if ws-cnt-silo(ws-cnt-ind) = ws-mov-silo-w
                       if ws-cnt-ach = 0
                           move ws-cnt-ind to ws-cnt-ach
                       else
                           if ws-cnt-data(ws-cnt-ind)
                               >= ws-cnt-data(ws-cnt-ach)
                               move ws-cnt-ind to ws-cnt-ach
                           end-if
                       end-if
                   end-if
               end-perform

               evaluate true
                   when ws-sil-ach = 0
                       display "Silo nao cadastrado: " ws-mov-silo-w
                   when ws-cnt-ach = 0
                       display "Nenhuma contagem registrada para o silo."
                   when ws-cnt-situacao(ws-cnt-ach) <> "P"
                       display "A ultima contagem do silo nao tem "
                           "ajuste pendente."
                   when other
                       perform ajusta-estoque-contagem
               end-evaluate
           end-if

           .
       ajusta-estoque-exit.
           exit.

      *>=======================================================================
      *>  Reapura e confirma o ajuste da contagem ws-cnt-ach
      *>=======================================================================

       ajusta-estoque-contagem section.

      *> -------------  Movimento lancado depois da contagem com data
      *> -------------  anterior a ela muda o contabil: reapura
           move ws-cnt-data(ws-cnt-ach) to ws-mov-data-acc
           perform apura-saldo-data
           move ws-cnt-saldo-data to ws-cnt-contabil(ws-cnt-ach)

           move ws-cnt-ach to ws-cnt-ind
           move ws-sil-ach to ws-cnt-sil
           perform classifica-contagem

           move ws-cnt-data(ws-cnt-ach) to ws-rst-data-w
           perform formata-data-rastreio
           display " "
           display "Contagem de " ws-rst-exib-data " por "
               ws-cnt-oper(ws-cnt-ach)
           move ws-cnt-contabil(ws-cnt-ach) to ws-cnt-exib-ton
           display "Saldo contabil na data: " ws-cnt-exib-ton " t"
           move ws-cnt-medida(ws-cnt-ach) to ws-cnt-exib-ton
           display "Saldo medido .........: " ws-cnt-exib-ton " t"
           move ws-cnt-dif to ws-cnt-exib-dif
           move ws-cnt-pct to ws-cnt-exib-pct
           move ws-cnt-tol to ws-sil-exib-quebra
           display "Diferenca ............: " ws-cnt-exib-dif
               " t (" ws-cnt-exib-pct "%; admitida " ws-sil-exib-quebra
               "%) - " ws-cnt-resultado

           if ws-cnt-dif = 0
               move "S" to ws-cnt-situacao(ws-cnt-ach)
               perform grava_contagens
               display "Saldo contabil ja confere com a contagem; "
                   "nenhum ajuste lancado."
           else
      *> -------------  O ajuste vai para o lote que estava no silo na
      *> -------------  data da contagem e para o dono desse lote, nao
      *> -------------  para o lote de hoje (o silo pode ter esvaziado
      *> -------------  e recebido outra carga depois)
               perform apura-lote-data
               perform localiza-dono-lote
               if ws-mov-lote-cor = spaces
                   display "Silo sem lote na data da contagem: ajuste "
                       "vai sem lote e sem depositante (estoque "
                       "proprio, nao faturado)."
               else
                   if ws-dep-dono-lote = spaces
                       display "Lote na data da contagem: "
                           ws-mov-lote-cor " - estoque proprio (nao "
                           "faturado)."
                   else
                       display "Lote na data da contagem: "
                           ws-mov-lote-cor " - depositante "
                           ws-dep-dono-lote
                   end-if
               end-if

               display "Confirma o lancamento do ajuste (S/N)?"
               move spaces to ws-cnt-confirma
               accept ws-cnt-confirma
               inspect ws-cnt-confirma converting "s" to "S"

               if ws-cnt-confirma <> "S"
                   display "Ajuste nao lancado."
               else
                   perform lanca-ajuste-estoque
               end-if
           end-if

           .
       ajusta-estoque-contagem-exit.
           exit.

      *>=======================================================================
      *>  Lote do silo ws-mov-silo-w no fim do dia ws-mov-data-acc em
      *>  ws-mov-lote-cor: mesma regra de apura-saldo-silo (a carga que
      *>  encontra o silo vazio abre lote novo), so com os movimentos
      *>  ate essa data. Silo vazio na data devolve espacos.
      *>=======================================================================

       apura-lote-data section.

           move 0 to ws-cnt-saldo-lote
           move spaces to ws-mov-lote-cor

           perform varying ws-mov-ind from 1 by 1
               until ws-mov-ind > ws-qtde-movtos
               if ws-mov-silo(ws-mov-ind) = ws-mov-silo-w
               and ws-mov-data(ws-mov-ind) <= ws-mov-data-acc
                   if ws-mov-tipo(ws-mov-ind) = "E"
                       if ws-cnt-saldo-lote = 0
                           move ws-mov-lote(ws-mov-ind)
                               to ws-mov-lote-cor
                       end-if
                       add ws-mov-tonelada(ws-mov-ind)
                           to ws-cnt-saldo-lote
                   else
                       if ws-mov-sinal(ws-mov-ind) = "+"
                           add ws-mov-tonelada(ws-mov-ind)
                               to ws-cnt-saldo-lote
                       else
                           subtract ws-mov-tonelada(ws-mov-ind)
                               from ws-cnt-saldo-lote
                           if ws-cnt-saldo-lote < 0
                               move 0 to ws-cnt-saldo-lote
                           end-if
                       end-if
                   end-if
               end-if
           end-perform

           if ws-cnt-saldo-lote = 0
               move spaces to ws-mov-lote-cor
           end-if

           .
       apura-lote-data-exit.
           exit.

      *>=======================================================================
      *>  Grava o movimento de ajuste e marca a contagem ws-cnt-ach
      *>=======================================================================

       lanca-ajuste-estoque section.

           move "A"                     to ws-mov-tipo-w
           if ws-cnt-dif > 0
               move "+"                 to ws-mov-sinal-w
           else
               move "-"                 to ws-mov-sinal-w
           end-if
           move ws-cnt-data(ws-cnt-ach) to ws-mov-data-acc
           move ws-cnt-dif-abs          to ws-mov-ton-w
           move ws-sil-grao(ws-sil-ach) to ws-mov-grao-w
           move ws-mov-lote-cor         to ws-mov-lote-w
           move ws-dep-dono-lote        to ws-mov-dep-w

           perform grava-movto

           if movto-gravado
               move "A"              to ws-cnt-situacao(ws-cnt-ach)
               move ws-data-hoje     to ws-cnt-data-ajuste(ws-cnt-ach)
               move ws-oper-atual    to ws-cnt-superv(ws-cnt-ach)
               move ws-cnt-dif-abs   to ws-cnt-ajuste(ws-cnt-ach)
               move ws-mov-sinal-w   to ws-cnt-ajuste-sinal(ws-cnt-ach)
               perform grava_contagens
               display "Ajuste de inventario lancado (" ws-mov-sinal-w
                   "); saldo contabil igual a contagem."
           else
               display "Ajuste NAO lancado; contagem continua pendente."
           end-if

           .
       lanca-ajuste-estoque-exit.
           exit.

      *>=======================================================================
      *>  Carrega a situacao dos periodos (arqPeriodo.txt)
      *>=======================================================================

       carrega_periodos section.

           move 0 to ws-qtde-fechamentos
           set fechamentos-completos to true

           open input arqPeriodo

           if ws-fs-arqPeriodo = 0
           or ws-fs-arqPeriodo = 05 then
               set nao-fim-arquivo to true

               perform until fim-arquivo
                   read arqPeriodo
                       at end
                           set fim-arquivo to true
                       not at end
                           if ws-qtde-fechamentos < 999 then
                               add 1 to ws-qtde-fechamentos
                               move fd-fch-silo      to ws-fch-silo(ws-qtde-fechamentos)
                               move fd-fch-ano       to ws-fch-ano(ws-qtde-fechamentos)
                               move fd-fch-mes       to ws-fch-mes(ws-qtde-fechamentos)
                               move fd-fch-situacao  to ws-fch-situacao(ws-qtde-fechamentos)
                               move fd-fch-reemissao to ws-fch-reemissao(ws-qtde-fechamentos)
                               move fd-fch-data      to ws-fch-data(ws-qtde-fechamentos)
                               move fd-fch-operador  to ws-fch-operador(ws-qtde-fechamentos)
                           else
                               if fechamentos-completos
                                   display "Limite de periodos em "
                                       "memoria atingido (999); "
                                       "registros adicionais nao "
                                       "carregados."
                                   set fechamentos-truncados to true
                               end-if
                           end-if
                   end-read
               end-perform

               close arqPeriodo
           else
               display "File Status ao abrir situacao dos periodos: "
                   ws-fs-arqPeriodo
           end-if

           .
       carrega_periodos-exit.
           exit.

      *>=======================================================================
      *>  Regrava a situacao dos periodos a partir da tabela
      *>=======================================================================

       grava_periodos section.

           if fechamentos-truncados then
               display "Arquivo de periodos tem mais registros que a "
                   "memoria comporta; regravacao bloqueada."
           else
               open output arqPeriodo

               if ws-fs-arqPeriodo = 0
               or ws-fs-arqPeriodo = 05 then
                   perform varying ws-fch-ind from 1 by 1
                       until ws-fch-ind > ws-qtde-fechamentos
                       move ws-fch-silo(ws-fch-ind)      to fd-fch-silo
                       move ws-fch-ano(ws-fch-ind)       to fd-fch-ano
                       move ws-fch-mes(ws-fch-ind)       to fd-fch-mes
                       move ws-fch-situacao(ws-fch-ind)  to fd-fch-situacao
                       move ws-fch-reemissao(ws-fch-ind) to fd-fch-reemissao
                       move ws-fch-data(ws-fch-ind)      to fd-fch-data
                       move ws-fch-operador(ws-fch-ind)  to fd-fch-operador
                       write fd-fch-reg
                   end-perform

                   close arqPeriodo
               else
                   display "File Status ao gravar situacao dos periodos: "
                       ws-fs-arqPeriodo
               end-if
           end-if

           .
       grava_periodos-exit.
           exit.

      *>=======================================================================
      *>  Localiza o periodo ws-fch-silo-tmp / ws-fch-ano-tmp /
      *>  ws-fch-mes-tmp em ws-fch-ach (zero = sem registro, aberto) e
      *>  liga periodo-fechado quando a situacao e F.
      *>=======================================================================

       localiza-periodo section.

           move 0 to ws-fch-ach
           set periodo-aberto to true

           perform varying ws-fch-ind from 1 by 1
               until ws-fch-ind > ws-qtde-fechamentos
               if ws-fch-silo(ws-fch-ind) = ws-fch-silo-tmp
               and ws-fch-ano(ws-fch-ind) = ws-fch-ano-tmp
               and ws-fch-mes(ws-fch-ind) = ws-fch-mes-tmp
                   move ws-fch-ind to ws-fch-ach
               end-if
           end-perform

           if ws-fch-ach > 0
               if ws-fch-situacao(ws-fch-ach) = "F"
                   set periodo-fechado to true
               end-if
           end-if

           .
       localiza-periodo-exit.
           exit.

      *>=======================================================================
      *>  Periodo/silo da sessao fechado? Avisa e deixa ligado
      *>  periodo-fechado para o chamador nao gravar em arqTemp.dat.
      *>=======================================================================

       verifica-periodo-sessao section.

           move ws-silo-atual  to ws-fch-silo-tmp
           move ws-periodo-ano to ws-fch-ano-tmp
           move ws-periodo-mes to ws-fch-mes-tmp
           perform localiza-periodo

           if periodo-fechado
               display " "
               display "Periodo " ws-periodo-mes "/" ws-periodo-ano
                   " do silo " ws-silo-atual " esta FECHADO (laudo "
                   "emitido); gravacao nao permitida."
               display "A reabertura e feita pelo supervisor no menu "
                   "de fechamento de periodos."
           end-if

           .
       verifica-periodo-sessao-exit.
           exit.

      *>=======================================================================
      *>  Fecha o periodo ws-fch-silo-tmp/ano/mes (batch depois do
      *>  laudo ou supervisor refechando um reaberto); a quantidade
      *>  de reemissoes e mantida.
      *>=======================================================================

       fecha-periodo section.

           perform localiza-periodo

           if ws-fch-ach = 0
               if ws-qtde-fechamentos >= 999 then
                   display "Limite de periodos atingido (999); periodo "
                       "nao fechado."
               else
                   add 1 to ws-qtde-fechamentos
                   move ws-qtde-fechamentos to ws-fch-ach
                   move ws-fch-silo-tmp to ws-fch-silo(ws-fch-ach)
                   move ws-fch-ano-tmp  to ws-fch-ano(ws-fch-ach)
                   move ws-fch-mes-tmp  to ws-fch-mes(ws-fch-ach)
                   move 0               to ws-fch-reemissao(ws-fch-ach)
               end-if
           end-if

           if ws-fch-ach > 0
               move "F"           to ws-fch-situacao(ws-fch-ach)
               move ws-data-hoje  to ws-fch-data(ws-fch-ach)
               move ws-oper-atual to ws-fch-operador(ws-fch-ach)
               perform grava_periodos
               display "Periodo " ws-fch-mes-tmp "/" ws-fch-ano-tmp
                   " do silo " ws-fch-silo-tmp " fechado."
           end-if

           .
       fecha-periodo-exit.
           exit.

      *>=======================================================================
      *>  Menu de fechamento de periodos (so supervisor): situacao,
      *>  reabertura com motivo e refechamento.
      *>=======================================================================

       periodo_menu section.

           perform verifica-supervisor

           if acesso-permitido
               perform periodo_menu-opcoes
           end-if

           .
       periodo_menu-exit.
           exit.

      *>=======================================================================
      *>  Opcoes do menu de periodos (acesso ja autorizado)
      *>=======================================================================

       periodo_menu-opcoes section.

           move 0 to ws-fch-opcao

           perform until ws-fch-opcao = 9
               display erase
               display "==========================================="
               display " Fechamento de periodos"
               display "==========================================="
               display "1 - Situacao dos periodos"
               display "2 - Reabrir periodo fechado"
               display "3 - Fechar periodo (refechar reaberto)"
               display "9 - Voltar"
               display " "
               display "Escolha uma opcao:"
               accept ws-fch-opcao
                   on exception
                       move 9 to ws-fch-opcao
               end-accept

               evaluate ws-fch-opcao
                   when 1
                       perform lista-periodos
                   when 2
                       perform reabre-periodo
                   when 3
                       perform refecha-periodo
                   when 9
                       continue
                   when other
                       display "Opcao invalida."
               end-evaluate
           end-perform

           .
       periodo_menu-opcoes-exit.
           exit.

      *>=======================================================================
      *>  Aceita silo, ano e mes do periodo a tratar (o da sessao como
      *>  padrao)
      *>=======================================================================

       aceita-periodo-silo section.

           display " "
           display "Silo (em branco usa " ws-silo-atual "):"
           move spaces to ws-fch-silo-tmp
           accept ws-fch-silo-tmp
           if ws-fch-silo-tmp = spaces
               move ws-silo-atual to ws-fch-silo-tmp
           end-if

           display "Ano (zero usa " ws-periodo-ano "):"
           move 0 to ws-fch-ano-tmp
           accept ws-fch-ano-tmp
           if ws-fch-ano-tmp = 0
               move ws-periodo-ano to ws-fch-ano-tmp
           end-if

           display "Mes (zero usa " ws-periodo-mes "):"
           move 0 to ws-fch-mes-tmp
           accept ws-fch-mes-tmp
           if ws-fch-mes-tmp = 0
               move ws-periodo-mes to ws-fch-mes-tmp
           end-if

           .
       aceita-periodo-silo-exit.
           exit.

      *>=======================================================================
      *>  Lista a situacao dos periodos registrados
      *>=======================================================================

       lista-periodos section.

           display " "
           display "Silo        Periodo  Situacao   Reemis.  Data      Oper."
           display "-------------------------------------------------------"

           perform varying ws-fch-ind from 1 by 1
               until ws-fch-ind > ws-qtde-fechamentos
               evaluate ws-fch-situacao(ws-fch-ind)
                   when "F"
                       move "FECHADO"   to ws-fch-exib-sit
                   when "R"
                       move "REABERTO"  to ws-fch-exib-sit
                   when other
                       move "ABERTO"    to ws-fch-exib-sit
               end-evaluate
               display ws-fch-silo(ws-fch-ind) "  "
                   ws-fch-mes(ws-fch-ind) "/" ws-fch-ano(ws-fch-ind) "  "
                   ws-fch-exib-sit "  "
                   ws-fch-reemissao(ws-fch-ind) "       "
                   ws-fch-data(ws-fch-ind) "  "
                   ws-fch-operador(ws-fch-ind)
           end-perform

           if ws-qtde-fechamentos = 0 then
               display "Nenhum periodo fechado ate agora."
           end-if

           .
       lista-periodos-exit.
           exit.

      *>=======================================================================
      *>  Reabre um periodo fechado: motivo obrigatorio, registro em
      *>  arqReabre.txt e uma reemissao a mais marcada no proximo laudo
      *>=======================================================================

       reabre-periodo section.

           perform aceita-periodo-silo
           perform localiza-periodo

           if periodo-aberto then
               display "Periodo " ws-fch-mes-tmp "/" ws-fch-ano-tmp
                   " do silo " ws-fch-silo-tmp " nao esta fechado."
           else
               display "Motivo da reabertura:"
               move spaces to ws-fch-motivo
               accept ws-fch-motivo

               if ws-fch-motivo = spaces then
                   display "Motivo e obrigatorio; periodo mantido "
                       "fechado."
               else
                   move "R"           to ws-fch-situacao(ws-fch-ach)
                   add 1              to ws-fch-reemissao(ws-fch-ach)
                   move ws-data-hoje  to ws-fch-data(ws-fch-ach)
                   move ws-oper-atual to ws-fch-operador(ws-fch-ach)
                   perform grava_periodos
                   perform grava-reabertura

                   display "Periodo " ws-fch-mes-tmp "/" ws-fch-ano-tmp
                       " do silo " ws-fch-silo-tmp " reaberto; o "
                       "proximo laudo sai como REEMISSAO "
                       ws-fch-reemissao(ws-fch-ach) "."
               end-if
           end-if

           .
       reabre-periodo-exit.
           exit.

      *>=======================================================================
      *>  Acrescenta a reabertura a arqReabre.txt
      *>=======================================================================

       grava-reabertura section.

           open extend arqReabre

           if ws-fs-arqReabre = 0
           or ws-fs-arqReabre = 05 then
               move ws-data-hoje     to fd-rea-data
               move ws-fch-silo-tmp  to fd-rea-silo
               move ws-fch-ano-tmp   to fd-rea-ano
               move ws-fch-mes-tmp   to fd-rea-mes
               move ws-oper-atual    to fd-rea-supervisor
               move ws-fch-motivo    to fd-rea-motivo

               write fd-rea-reg
               if ws-fs-arqReabre <> 0
                   display "File Status ao escrever reabertura: "
                       ws-fs-arqReabre
               end-if

               close arqReabre
           else
               display "File Status ao abrir log de reaberturas: "
                   ws-fs-arqReabre
           end-if

           .
       grava-reabertura-exit.
           exit.

      *>=======================================================================
      *>  Fecha de novo um periodo reaberto (ou fecha um periodo ainda
      *>  aberto) depois do laudo reemitido
      *>=======================================================================

       refecha-periodo section.

           perform aceita-periodo-silo
           perform localiza-periodo

           if periodo-fechado then
               display "Periodo " ws-fch-mes-tmp "/" ws-fch-ano-tmp
                   " do silo " ws-fch-silo-tmp " ja esta fechado."
           else
               perform fecha-periodo
           end-if

           .
       refecha-periodo-exit.
           exit.

      *>=======================================================================
      *>  Carrega as ordens de manutencao (arqOrdem.txt) e guarda o
      *>  ultimo numero usado para a numeracao das novas
      *>=======================================================================

       carrega_ordens section.

           move 0 to ws-qtde-ordens
           move 0 to ws-ord-ult-numero
           set ordens-completas to true

           open input arqOrdem

           if ws-fs-arqOrdem = 0
           or ws-fs-arqOrdem = 05 then
               set nao-fim-arquivo to true

               perform until fim-arquivo
                   read arqOrdem
                       at end
                           set fim-arquivo to true
                       not at end
                           if fd-ord-numero > ws-ord-ult-numero
                               move fd-ord-numero to ws-ord-ult-numero
                           end-if
                           if ws-qtde-ordens < 999 then
                               add 1 to ws-qtde-ordens
                               move fd-ord-reg to ws-ordens(ws-qtde-ordens)
                           else
                               if ordens-completas
                                   display "Limite de ordens de "
                                       "manutencao em memoria atingido "
                                       "(999); registros adicionais nao "
                                       "carregados."
                                   set ordens-truncadas to true
                               end-if
                           end-if
                   end-read
               end-perform

               close arqOrdem
           else
               display "File Status ao abrir ordens de manutencao: "
                   ws-fs-arqOrdem
           end-if

           .
       carrega_ordens-exit.
           exit.

      *>=======================================================================
      *>  Regrava o arquivo de ordens inteiro a partir da tabela
      *>=======================================================================

       grava_ordens section.

           if ordens-truncadas then
               display "Arquivo de ordens tem mais registros que a "
                   "memoria comporta; regravacao bloqueada."
           else
               open output arqOrdem

               if ws-fs-arqOrdem = 0
               or ws-fs-arqOrdem = 05 then
                   perform varying ws-ord-ind from 1 by 1
                       until ws-ord-ind > ws-qtde-ordens
                       move ws-ordens(ws-ord-ind) to fd-ord-reg
                       write fd-ord-reg
                   end-perform

                   close arqOrdem
               else
                   display "File Status ao gravar ordens de manutencao: "
                       ws-fs-arqOrdem
               end-if
           end-if

           .
       grava_ordens-exit.
           exit.

      *>=======================================================================
      *>  Localiza a ordem ws-ord-num-tmp; devolve a linha em
      *>  ws-ord-ach (zero quando nao existe)
      *>=======================================================================

       localiza-ordem section.

           move 0 to ws-ord-ach

           perform varying ws-ord-ind from 1 by 1
               until ws-ord-ind > ws-qtde-ordens
               if ws-ord-numero(ws-ord-ind) = ws-ord-num-tmp
                   move ws-ord-ind to ws-ord-ach
               end-if
           end-perform

           .
       localiza-ordem-exit.
           exit.

      *>=======================================================================
      *>  Abre uma ordem nova com tipo, silo, cabo, descricao e horas
      *>  de ventilador em ws-ord-*-w, assinada pelo operador da sessao;
      *>  devolve a linha em ws-ord-ach (zero quando nao coube)
      *>=======================================================================

       inclui-ordem section.

           move 0 to ws-ord-ach

           if ordens-truncadas or ws-qtde-ordens >= 999 then
               display "Limite de ordens de manutencao atingido (999); "
                   "ordem nao aberta."
           else
               add 1 to ws-qtde-ordens
               add 1 to ws-ord-ult-numero
               move ws-qtde-ordens to ws-ord-ach

               move ws-ord-ult-numero to ws-ord-numero(ws-ord-ach)
               move ws-ord-tipo-w     to ws-ord-tipo(ws-ord-ach)
               move ws-ord-silo-w     to ws-ord-silo(ws-ord-ach)
               move ws-ord-cabo-w     to ws-ord-cabo(ws-ord-ach)
               move "A"               to ws-ord-situacao(ws-ord-ach)
               move ws-data-hoje      to ws-ord-data-abert(ws-ord-ach)
               move ws-oper-atual     to ws-ord-oper-abert(ws-ord-ach)
               move spaces            to ws-ord-responsavel(ws-ord-ach)
               move 0                 to ws-ord-data-atrib(ws-ord-ach)
               move 0                 to ws-ord-data-fecha(ws-ord-ach)
               move spaces            to ws-ord-oper-fecha(ws-ord-ach)
               move ws-ord-desc-w     to ws-ord-descricao(ws-ord-ach)
               move spaces            to ws-ord-solucao(ws-ord-ach)
               move ws-ord-horas-w    to ws-ord-horas-vent(ws-ord-ach)

               perform grava_ordens
               display "Ordem de manutencao " ws-ord-ult-numero
                   " aberta: " ws-ord-desc-w
           end-if

           .
       inclui-ordem-exit.
           exit.

      *>=======================================================================
      *>  Menu das ordens de manutencao de ventiladores e cabos
      *>=======================================================================

       ordem_menu section.

           move 0 to ws-ord-opcao

           perform until ws-ord-opcao = 9
               display erase
               display "==========================================="
               display " Ordens de manutencao (ventiladores e cabos)"
               display "==========================================="
               display "1 - Abrir ordem"
               display "2 - Atribuir ordem a um responsavel"
               display "3 - Fechar ordem (servico executado)"
               display "4 - Cancelar ordem (supervisor)"
               display "5 - Gerar preventivas de ventilador"
               display "6 - Ordens em aberto por silo (idade)"
               display "9 - Voltar"
               display " "
               display "Escolha uma opcao:"
               accept ws-ord-opcao
                   on exception
                       move 9 to ws-ord-opcao
               end-accept

               evaluate ws-ord-opcao
                   when 1
                       perform abre-ordem
                   when 2
                       perform atribui-ordem
                   when 3
                       perform fecha-ordem
                   when 4
                       perform cancela-ordem
                   when 5
                       perform gera-preventivas
                   when 6
                       perform ordens-em-aberto
                   when 9
                       continue
                   when other
           end-perform

           .
       ordem_menu-exit.
           exit.

      *>=======================================================================
      *>  Abertura manual de ordem: falha de ventilador ou de cabo
      *>=======================================================================

       abre-ordem section.

           display " "
           display "Identificador do silo:"
           move spaces to ws-ord-silo-w
           accept ws-ord-silo-w

           move ws-ord-silo-w to ws-sil-id-tmp
           perform localiza-silo

           if ws-sil-ach = 0 then
               display "Silo nao cadastrado: " ws-ord-silo-w
           else
               display "Tipo (V=ventilador, C=cabo de termopar):"
               move spaces to ws-ord-tipo-w
               accept ws-ord-tipo-w
               inspect ws-ord-tipo-w converting "vc" to "VC"
               move 0 to ws-ord-cabo-w
               move 0 to ws-ord-horas-w

               evaluate ws-ord-tipo-w
                   when "V"
                       perform abre-ordem-dados
                   when "C"
                       display "Numero do cabo (1 a "
                           ws-sil-qtde-cabos(ws-sil-ach) "):"
                       accept ws-ord-cabo-w
                       if ws-ord-cabo-w < 1
                       or ws-ord-cabo-w > ws-sil-qtde-cabos(ws-sil-ach)
                           display "Cabo invalido para o silo."
                       else
                           perform abre-ordem-dados
                       end-if
                   when other
                       display "Tipo invalido; informe V ou C."
               end-evaluate
           end-if

           .
       abre-ordem-exit.
           exit.

      *>=======================================================================
      *>  Descricao do defeito e gravacao da ordem aberta a mao
      *>=======================================================================

       abre-ordem-dados section.

           display "Descricao do defeito:"
           move spaces to ws-ord-desc-w
           accept ws-ord-desc-w

           if ws-ord-desc-w = spaces
               display "Descricao obrigatoria; ordem nao aberta."
           else
               perform inclui-ordem
           end-if

           .
       abre-ordem-dados-exit.
           exit.

      *>=======================================================================
      *>  Cabo ws-cbo-num-tmp do silo ws-cbo-sil-tmp acabou de ser
      *>  marcado defeituoso: abre a ordem do reparo, salvo se ja ha
      *>  uma pendente para o mesmo cabo
      *>=======================================================================

       abre-ordem-cabo section.

           perform localiza-ordem-cabo-pendente

           if ordem-pendente
               display "Cabo ja tem a ordem de manutencao "
                   ws-ord-num-tmp " pendente."
           else
               move "C"            to ws-ord-tipo-w
               move ws-cbo-sil-tmp to ws-ord-silo-w
               move ws-cbo-num-tmp to ws-ord-cabo-w
               move 0              to ws-ord-horas-w
               move spaces         to ws-ord-desc-w
               string "CABO "                delimited by size
                      ws-cbo-num-tmp         delimited by size
                      " MARCADO DEFEITUOSO"  delimited by size
                      into ws-ord-desc-w
               end-string
               perform inclui-ordem
           end-if

           .
       abre-ordem-cabo-exit.
           exit.

      *>=======================================================================
      *>  Procura ordem corretiva pendente (aberta ou atribuida) do cabo
      *>  ws-cbo-num-tmp do silo ws-cbo-sil-tmp; devolve o numero em
      *>  ws-ord-num-tmp
      *>=======================================================================

       localiza-ordem-cabo-pendente section.

           set ordem-sem-pendencia to true

           perform varying ws-ord-ind from 1 by 1
               until ws-ord-ind > ws-qtde-ordens
               if ws-ord-tipo(ws-ord-ind) = "C"
               and ws-ord-silo(ws-ord-ind) = ws-cbo-sil-tmp
               and ws-ord-cabo(ws-ord-ind) = ws-cbo-num-tmp
               and (ws-ord-situacao(ws-ord-ind) = "A"
                 or ws-ord-situacao(ws-ord-ind) = "T")
                   set ordem-pendente to true
                   move ws-ord-numero(ws-ord-ind) to ws-ord-num-tmp
               end-if
           end-perform

           .
       localiza-ordem-cabo-pendente-exit.
           exit.

      *>=======================================================================
      *>  Pede o numero de uma ordem ainda pendente (aberta ou
      *>  atribuida); devolve a linha em ws-ord-ach (zero quando nao
      *>  serve)
      *>=======================================================================

       aceita-ordem-pendente section.

           display " "
           display "Numero da ordem:"
           move 0 to ws-ord-num-tmp
           accept ws-ord-num-tmp

           perform localiza-ordem

           if ws-ord-ach = 0
               display "Ordem nao encontrada: " ws-ord-num-tmp
           else
               if ws-ord-situacao(ws-ord-ach) <> "A"
               and ws-ord-situacao(ws-ord-ach) <> "T"
                   display "Ordem " ws-ord-num-tmp " ja esta encerrada."
                   move 0 to ws-ord-ach
               else
                   display "Silo " ws-ord-silo(ws-ord-ach) " - "
                       ws-ord-descricao(ws-ord-ach)
               end-if
           end-if

           .
       aceita-ordem-pendente-exit.
           exit.

      *>=======================================================================
      *>  Atribui a ordem a um responsavel (tecnico ou empresa)
      *>=======================================================================

       atribui-ordem section.

           perform aceita-ordem-pendente

           if ws-ord-ach > 0
               display "Responsavel pelo servico:"
               move spaces to ws-ord-resp-tmp
               accept ws-ord-resp-tmp

               if ws-ord-resp-tmp = spaces
                   display "Responsavel obrigatorio; ordem mantida."
               else
                   move ws-ord-resp-tmp to ws-ord-responsavel(ws-ord-ach)
                   move ws-data-hoje    to ws-ord-data-atrib(ws-ord-ach)
                   move "T"             to ws-ord-situacao(ws-ord-ach)
                   perform grava_ordens
                   display "Ordem " ws-ord-num-tmp " atribuida a "
                       ws-ord-resp-tmp
               end-if
           end-if

           .
       atribui-ordem-exit.
           exit.

      *>=======================================================================
      *>  Fecha a ordem com o servico executado; ordem de cabo devolve
      *>  o cabo a situacao normal com a data do reparo, e ele volta a
      *>  entrar na media a partir dessa data (as leituras entre o
      *>  defeito e o reparo continuam fora)
      *>=======================================================================

       fecha-ordem section.

           perform aceita-ordem-pendente

           if ws-ord-ach > 0
               display "Servico executado:"
               move spaces to ws-ord-texto-tmp
               accept ws-ord-texto-tmp

               if ws-ord-texto-tmp = spaces
                   display "Servico executado obrigatorio; ordem mantida."
               else
                   move ws-ord-texto-tmp to ws-ord-solucao(ws-ord-ach)
                   move ws-data-hoje     to ws-ord-data-fecha(ws-ord-ach)
                   move ws-oper-atual    to ws-ord-oper-fecha(ws-ord-ach)
                   move "F"              to ws-ord-situacao(ws-ord-ach)
                   perform grava_ordens
                   display "Ordem " ws-ord-num-tmp " fechada."

                   if ws-ord-tipo(ws-ord-ach) = "C"
                       move ws-ord-silo(ws-ord-ach) to ws-cbo-sil-tmp
                       move ws-ord-cabo(ws-ord-ach) to ws-cbo-num-tmp
                       perform garante-cabo-registrado

                       if ws-cbo-ach > 0
                           move "A" to ws-cbo-situacao(ws-cbo-ach)
                           move ws-data-hoje
                               to ws-cbo-data-reparo(ws-cbo-ach)
                           perform grava_cabos
                           display "Cabo " ws-cbo-num-tmp " do silo "
                               ws-cbo-sil-tmp " reativado com reparo "
                               "em " ws-data-hoje "."
                       end-if
                   end-if
               end-if
           end-if

           .
       fecha-ordem-exit.
           exit.

      *>=======================================================================
      *>  Cancela uma ordem pendente (supervisor, com motivo)
      *>=======================================================================

       cancela-ordem section.

           perform verifica-supervisor

           if acesso-permitido
               perform aceita-ordem-pendente

               if ws-ord-ach > 0
                   display "Motivo do cancelamento:"
                   move spaces to ws-ord-texto-tmp
                   accept ws-ord-texto-tmp

                   if ws-ord-texto-tmp = spaces
                       display "Motivo obrigatorio; ordem mantida."
                   else
                       move ws-ord-texto-tmp
                           to ws-ord-solucao(ws-ord-ach)
                       move ws-data-hoje
                           to ws-ord-data-fecha(ws-ord-ach)
                       move ws-oper-atual
                           to ws-ord-oper-fecha(ws-ord-ach)
                       move "X" to ws-ord-situacao(ws-ord-ach)
                       perform grava_ordens
                       display "Ordem " ws-ord-num-tmp " cancelada."
                   end-if
               end-if
           end-if

           .
       cancela-ordem-exit.
           exit.

      *>=======================================================================
      *>  Gera as ordens preventivas dos ventiladores cujas horas de
      *>  uso desde a ultima preventiva executada passaram do intervalo
      *>  de manutencao do cadastro do silo (menu e fechamento batch)
      *>=======================================================================

       gera-preventivas section.

           move 0 to ws-ord-geradas

           perform varying ws-ord-sil from 1 by 1
               until ws-ord-sil > ws-qtde-silos
               if ws-sil-situacao(ws-ord-sil) = "A"
               and ws-sil-interv-prev(ws-ord-sil) > 0
                   perform preventiva-silo
               end-if
           end-perform

           display ws-ord-geradas
               " ordem(ns) preventiva(s) de ventilador gerada(s)."

           .
       gera-preventivas-exit.
           exit.

      *>=======================================================================
      *>  Preventiva do silo ws-ord-sil: nada se ja ha uma pendente;
      *>  senao soma as corridas de ventilador posteriores ao
      *>  fechamento da ultima preventiva e abre a ordem quando a soma
      *>  atinge o intervalo
      *>=======================================================================

       preventiva-silo section.

           set ordem-sem-pendencia to true
           move 0 to ws-ord-base-prev

           perform varying ws-ord-ind from 1 by 1
               until ws-ord-ind > ws-qtde-ordens
               if ws-ord-tipo(ws-ord-ind) = "P"
               and ws-ord-silo(ws-ord-ind) = ws-sil-id(ws-ord-sil)
                   evaluate ws-ord-situacao(ws-ord-ind)
                       when "A"
                       when "T"
                           set ordem-pendente to true
                       when "F"
                           if ws-ord-data-fecha(ws-ord-ind)
                               > ws-ord-base-prev
                               move ws-ord-data-fecha(ws-ord-ind)
                                   to ws-ord-base-prev
                           end-if
                   end-evaluate
               end-if
           end-perform

           if ordem-sem-pendencia
               move 0 to ws-ord-min-uso

               perform varying ws-aec-ind from 1 by 1
                   until ws-aec-ind > ws-qtde-aeracoes
                   if ws-aec-silo(ws-aec-ind) = ws-sil-id(ws-ord-sil)
                   and ws-aec-data(ws-aec-ind) > ws-ord-base-prev
                       perform calcula-minutos-aeracao
                       add ws-aec-min-run to ws-ord-min-uso
                   end-if
               end-perform

               compute ws-ord-horas-uso = ws-ord-min-uso / 60

               if ws-ord-horas-uso >= ws-sil-interv-prev(ws-ord-sil)
                   move "P"                   to ws-ord-tipo-w
                   move ws-sil-id(ws-ord-sil) to ws-ord-silo-w
                   move 0                     to ws-ord-cabo-w
                   move ws-ord-horas-uso      to ws-ord-horas-w
                   move spaces                to ws-ord-desc-w
                   string "PREVENTIVA VENTILADOR - " delimited by size
                          ws-ord-horas-uso          delimited by size
                          " H DE USO"               delimited by size
                          into ws-ord-desc-w
                   end-string
                   perform inclui-ordem
                   if ws-ord-ach > 0
                       add 1 to ws-ord-geradas
                   end-if
               end-if
           end-if

           .
       preventiva-silo-exit.
           exit.

      *>=======================================================================
      *>  Ordens em aberto (abertas e atribuidas) por silo, com a idade
      *>  em dias e a contagem por faixa de idade: ate 7, 8 a 30, 31 a
      *>  90 e mais de 90 dias
      *>=======================================================================

       ordens-em-aberto section.

           display erase
           display "======================================================"
               "=================="
           display "  Ordens de manutencao em aberto - posicao em "
               ws-data-hoje
           display "======================================================"
               "=================="

           move 0 to ws-ord-faixa-tot(1)
           move 0 to ws-ord-faixa-tot(2)
           move 0 to ws-ord-faixa-tot(3)
           move 0 to ws-ord-faixa-tot(4)

           move ws-data-hoje to ws-ser-data
           perform data-para-serial
           move ws-ser-serial to ws-ord-serial-hoje

           perform varying ws-ord-sil from 1 by 1
               until ws-ord-sil > ws-qtde-silos
               perform ordens-em-aberto-silo
           end-perform

           display " "
           display "Total por idade:  ate 7d " ws-ord-faixa-tot(1)
               "   8-30d " ws-ord-faixa-tot(2)
               "   31-90d " ws-ord-faixa-tot(3)
               "   +90d " ws-ord-faixa-tot(4)

           .
       ordens-em-aberto-exit.
           exit.

      *>=======================================================================
      *>  Bloco do silo ws-ord-sil no relatorio de ordens em aberto
      *>  (silo sem ordem pendente nao sai)
      *>=======================================================================

       ordens-em-aberto-silo section.

           move 0 to ws-ord-qtde-silo
           move 0 to ws-ord-faixa(1)
           move 0 to ws-ord-faixa(2)
           move 0 to ws-ord-faixa(3)
           move 0 to ws-ord-faixa(4)

           perform varying ws-ord-ind from 1 by 1
               until ws-ord-ind > ws-qtde-ordens
               if ws-ord-silo(ws-ord-ind) = ws-sil-id(ws-ord-sil)
               and (ws-ord-situacao(ws-ord-ind) = "A"
                 or ws-ord-situacao(ws-ord-ind) = "T")
                   if ws-ord-qtde-silo = 0
                       display " "
                       display "Silo " ws-sil-id(ws-ord-sil) " - "
                           ws-sil-descricao(ws-ord-sil)
                       display "  Ordem   Tipo        Situacao   Aberta"
                           "    Dias  Responsavel / Descricao"
                   end-if
                   add 1 to ws-ord-qtde-silo

                   move ws-ord-data-abert(ws-ord-ind) to ws-ser-data
                   perform data-para-serial
                   if ws-ord-serial-hoje > ws-ser-serial
                       compute ws-ord-dias =
                           ws-ord-serial-hoje - ws-ser-serial
                   else
                       move 0 to ws-ord-dias
                   end-if

                   evaluate true
                       when ws-ord-dias <= 7
                           move 1 to ws-ord-fx
                       when ws-ord-dias <= 30
                           move 2 to ws-ord-fx
                       when ws-ord-dias <= 90
                           move 3 to ws-ord-fx
                       when other
                           move 4 to ws-ord-fx
                   end-evaluate
                   add 1 to ws-ord-faixa(ws-ord-fx)
                   add 1 to ws-ord-faixa-tot(ws-ord-fx)

                   evaluate ws-ord-tipo(ws-ord-ind)
                       when "C"
                           move spaces to ws-ord-exib-tipo
                           string "CABO "                  delimited by size
                                  ws-ord-cabo(ws-ord-ind)  delimited by size
                                  into ws-ord-exib-tipo
                           end-string
                       when "V"
                           move "VENTILADOR" to ws-ord-exib-tipo
                       when other
                           move "PREVENTIVA" to ws-ord-exib-tipo
                   end-evaluate

                   if ws-ord-situacao(ws-ord-ind) = "T"
                       move "ATRIBUIDA" to ws-ord-exib-sit
                   else
                       move "ABERTA"    to ws-ord-exib-sit
                   end-if

                   move ws-ord-dias to ws-ord-exib-dias
                   display "  " ws-ord-numero(ws-ord-ind) "  "
                       ws-ord-exib-tipo "  " ws-ord-exib-sit "  "
                       ws-ord-data-abert(ws-ord-ind) " "
                       ws-ord-exib-dias "  "
                       ws-ord-responsavel(ws-ord-ind)
                   display "                                    "
                       "              " ws-ord-descricao(ws-ord-ind)
               end-if
           end-perform

           if ws-ord-qtde-silo > 0
               display "  Por idade:  ate 7d " ws-ord-faixa(1)
                   "   8-30d " ws-ord-faixa(2)
                   "   31-90d " ws-ord-faixa(3)
                   "   +90d " ws-ord-faixa(4)
           end-if

           .
       ordens-em-aberto-silo-exit.
           exit.

       finaliza section.
