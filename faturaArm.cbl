      $set sourceformat"free"

      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "faturaarm".
       Author. "Jéssica C.Del'agnolo".
       Installation. "PC".
       Date-written. 03/09/2026.
       Date-compiled. 03/09/2026.

      *>----Historico de alteracoes
      *> 03/09/2026 - Faturamento mensal da armazenagem de terceiros:
      *>              reconstroi, a partir de arqMovto.txt, o saldo
      *>              diario de cada depositante por grao (somando
      *>              todos os silos), cobra a taxa por tonelada-dia
      *>              sobre o saldo de fim de cada dia e a taxa de
      *>              recepcao sobre as cargas recebidas no mes
      *>              (arqTaxaArm.txt). Emite um extrato por
      *>              depositante (extratoArm-dep-aaaamm.txt, folhas
      *>              de 66 linhas como o laudo) e o arquivo de
      *>              interface contabil faturaArm-aaaamm.txt
      *>              (detalhe por depositante/grao e trailer com
      *>              quantidade e total). Periodo vem de
      *>              faturaParm.txt quando existir.
      *> 10/09/2026 - Ajuste de inventario (tipo A, sinal apos o
      *>              depositante) entra no saldo diario pelo sinal,
      *>              sem taxa de recepcao, e sai no extrato como
      *>              AJUSTE.
      *> 12/09/2026 - Operacao multi-sitio: codigo e nome da unidade de
      *>              arqSitio.txt no cabecalho do extrato; interface
      *>              contabil passa a faturaArm-<sitio>-aaaamm.txt com
      *>              o codigo do sitio no detalhe e no trailer.
      *> 13/09/2026 - Estouro da tabela de contas depositante/grao
      *>              interrompe o faturamento sem emitir extrato nem
      *>              interface; data de emissao em dd/mm/aaaa.



      *>Divisão para configuração do ambiente
       Environment Division.
       Configuration Section.
           special-names. decimal-point is comma.

      *>----Declaração dos recursos externos
       Input-output Section.
       File-control.

           select optional arqParm assign to "faturaParm.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqParm.

           select optional arqDeposit assign to "arqDeposit.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqDeposit.

           select optional arqTaxaArm assign to "arqTaxaArm.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqTaxaArm.

           select optional arqMovto assign to "arqMovto.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqMovto.

           select optional arqSitio assign to "arqSitio.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqSitio.

           select arqExtrato assign to ws-ext-nome
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqExtrato.

           select arqInterf assign to ws-int-nome
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqInterf.

       I-O-Control.


      *>Declaração de variáveis
       Data Division.

      *>----Variaveis de arquivos
       File Section.
       fd arqParm.
       01 fd-parm-reg.
          05 fd-parm-ano                            pic  9(04).
          05 fd-parm-mes                            pic  9(02).

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

       fd arqMovto.
       01 fd-mov-reg.
          05 fd-mov-data                            pic  9(08).
          05 fd-mov-silo                            pic  x(10).
          05 fd-mov-tipo                            pic  x(01).
          05 fd-mov-tonelada                        pic  9(06)v99.
          05 fd-mov-grao                            pic  x(10).
          05 fd-mov-lote                            pic  x(06).
          05 fd-mov-depositante                     pic  x(05).
          05 fd-mov-sinal                           pic  x(01).

      *>----Identificacao da unidade: codigo do sitio e nome usado
      *>    nos cabecalhos
       fd arqSitio.
       01 fd-sit-reg.
          05 fd-sit-codigo                          pic  x(03).
          05 fd-sit-nome                            pic  x(30).

       fd arqExtrato.
       01 fd-ext-linha                              pic  x(80).

      *>----Interface contabil: um detalhe "D" por depositante/grao
      *>    faturado e um trailer "T" com quantidade e valor total
       fd arqInterf.
       01 fd-int-reg.
          05 fd-int-tipo                            pic  x(01).
          05 fd-int-sitio                           pic  x(03).
          05 fd-int-depositante                     pic  x(05).
          05 fd-int-documento                       pic  x(14).
          05 fd-int-ano                             pic  9(04).
          05 fd-int-mes                             pic  9(02).
          05 fd-int-grao                            pic  x(10).
          05 fd-int-ton-dia                         pic  9(09)v99.
          05 fd-int-taxa-dia                        pic  9(02)v9(04).
          05 fd-int-valor-arm                       pic  9(09)v99.
          05 fd-int-ton-receb                       pic  9(07)v99.
          05 fd-int-taxa-rec                        pic  9(03)v99.
          05 fd-int-valor-rec                       pic  9(09)v99.
          05 fd-int-valor-total                     pic  9(09)v99.
       01 fd-int-trailer redefines fd-int-reg.
          05 fd-itr-tipo                            pic  x(01).
          05 fd-itr-sitio                           pic  x(03).
          05 fd-itr-ano                             pic  9(04).
          05 fd-itr-mes                             pic  9(02).
          05 fd-itr-qtde                            pic  9(05).
          05 fd-itr-total                           pic  9(11)v99.
          05 filler                                 pic  x(75).


      *>----Variaveis de trabalho
       Working-storage Section.

       77 ws-fs-arqParm                            pic 9(02).
       77 ws-fs-arqDeposit                         pic 9(02).
       77 ws-fs-arqTaxaArm                         pic 9(02).
       77 ws-fs-arqMovto                           pic 9(02).
       77 ws-fs-arqSitio                           pic 9(02).
       77 ws-fs-arqExtrato                         pic 9(02).
       77 ws-fs-arqInterf                          pic 9(02).

       77 ws-ext-nome                              pic x(40).
       77 ws-int-nome                              pic x(40).
      *>----Nome do sitio nos cabecalhos: codigo + espaco + nome (34
      *>    posicoes, FOLHA fica na mesma coluna)
       77 ws-nome-sitio                            pic x(34)
           value "SITIO ARMAZENAGEM DE GRAOS".

      *>----Unidade (arqSitio.txt): o codigo identifica a interface
      *>    contabil de cada sitio na matriz
       77 ws-sit-codigo                            pic x(03) value spaces.
       77 ws-sit-nome                              pic x(30) value spaces.

       77 ws-data-hoje                             pic 9(08).
       01 ws-data-hoje-r.
          05 ws-hoje-ano                           pic 9(04).
          05 ws-hoje-mes                           pic 9(02).
          05 ws-hoje-dia                           pic 9(02).

       77 ws-periodo-ano                           pic 9(04).
       77 ws-periodo-mes                           pic 9(02).
       01 ws-periodo-anomes                        pic 9(06).
       01 ws-periodo-anomes-r redefines ws-periodo-anomes.
          05 ws-per-ano                            pic 9(04).
          05 ws-per-mes                            pic 9(02).
       77 ws-hoje-anomes                           pic 9(06).
       77 ws-qtde-dias                             pic 9(02).
       77 ws-calc-resto                            pic 9(03).
       77 ws-calc-quoc                             pic 9(04).

       01 ws-tab-dias-mes.
          05 filler                                pic 9(02) value 31.
          05 filler                                pic 9(02) value 28.
          05 filler                                pic 9(02) value 31.
          05 filler                                pic 9(02) value 30.
          05 filler                                pic 9(02) value 31.
          05 filler                                pic 9(02) value 30.
          05 filler                                pic 9(02) value 31.
          05 filler                                pic 9(02) value 31.
          05 filler                                pic 9(02) value 30.
          05 filler                                pic 9(02) value 31.
          05 filler                                pic 9(02) value 30.
          05 filler                                pic 9(02) value 31.
       01 ws-tab-dias-mes-r redefines ws-tab-dias-mes.
          05 ws-dias-do-mes occurs 12               pic 9(02).

      *>----Cadastro de depositantes (arqDeposit.txt)
       01 ws-depositantes occurs 200.
          05 ws-dep-codigo                         pic x(05).
          05 ws-dep-nome                           pic x(30).
          05 ws-dep-documento                      pic x(14).
          05 ws-dep-situacao                       pic x(01).
       77 ws-qtde-deposit                          pic 9(03).
       77 ws-dep-ind                               pic 9(03).

      *>----Taxas de armazenagem por grao (arqTaxaArm.txt)
       01 ws-taxas occurs 50.
          05 ws-tax-grao                           pic x(10).
          05 ws-tax-ton-dia                        pic 9(02)v9(04).
          05 ws-tax-recepcao                       pic 9(03)v99.
       77 ws-qtde-taxas                            pic 9(02).
       77 ws-tax-ind                               pic 9(02).
       77 ws-tax-ach                               pic 9(02).

      *>----Movimentos de terceiros ate o fim do periodo (o estoque
      *>    proprio, sem depositante, nao e faturado)
       01 ws-movtos occurs 9999.
          05 ws-mov-data                           pic 9(08).
          05 ws-mov-data-r redefines ws-mov-data.
             10 ws-mov-anomes                      pic 9(06).
             10 ws-mov-dia                         pic 9(02).
          05 ws-mov-silo                           pic x(10).
          05 ws-mov-tipo                           pic x(01).
          05 ws-mov-tonelada                       pic 9(06)v99.
          05 ws-mov-grao                           pic x(10).
          05 ws-mov-lote                           pic x(06).
          05 ws-mov-depositante                    pic x(05).
          05 ws-mov-sinal                          pic x(01).
       77 ws-qtde-movtos                           pic 9(04).
       77 ws-mov-ind                               pic 9(04).

      *>----Contas faturaveis: uma por depositante + grao
       01 ws-contas occurs 999.
          05 ws-cta-depositante                    pic x(05).
          05 ws-cta-grao                           pic x(10).
          05 ws-cta-saldo-ini                      pic s9(07)v99.
          05 ws-cta-saldo-fim                      pic s9(07)v99.
          05 ws-cta-ton-dia                        pic 9(09)v99.
          05 ws-cta-receb                          pic 9(07)v99.
          05 ws-cta-taxa-dia                       pic 9(02)v9(04).
          05 ws-cta-taxa-rec                       pic 9(03)v99.
          05 ws-cta-valor-arm                      pic 9(09)v99.
          05 ws-cta-valor-rec                      pic 9(09)v99.
          05 ws-cta-valor-tot                      pic 9(09)v99.
          05 ws-cta-sw-taxa                        pic x(01).
             88 cta-com-taxa                       value "S".
             88 cta-sem-taxa                       value "N".
       77 ws-qtde-contas                           pic 9(03).
       77 ws-cta-ind                               pic 9(03).
       77 ws-cta-ach                               pic 9(03).

      *>----Entradas e saidas de cada dia do periodo (conta corrente)
       01 ws-dias occurs 31.
          05 ws-dia-ent                            pic 9(07)v99.
          05 ws-dia-sai                            pic 9(07)v99.
       77 ws-dia-ind                               pic 9(02).
       77 ws-saldo-dia                             pic s9(07)v99.

      *>----Totais do depositante e da interface
       77 ws-dep-total                             pic 9(09)v99.
       77 ws-dep-contas                            pic 9(03).
       77 ws-int-qtde                              pic 9(05).
       77 ws-int-total                             pic 9(11)v99.
       77 ws-qtde-extratos                         pic 9(03).

      *>----Impressao do extrato (mesmo formato de folha do laudo)
       77 ws-laudo-linha-w                         pic x(80).
       77 ws-lau-linha                             pic 9(02).
       77 ws-lau-pagina                            pic 9(03).
       77 ws-lau-exib-pag                          pic zz9.
       77 ws-lau-linhas-pag                        pic 9(02) value 66.
       77 ws-lau-corpo-max                         pic 9(02) value 60.

       77 ws-exib-data                             pic x(10).
       77 ws-exib-ton                              pic -zzz.zz9,99.
       77 ws-exib-saldo                            pic -zzz.zz9,99.
       77 ws-exib-ton-dia                          pic zzz.zzz.zz9,99.
       77 ws-exib-valor                            pic zzz.zzz.zz9,99.
       77 ws-exib-taxa-dia                         pic z9,9999.
       77 ws-exib-taxa-rec                         pic zz9,99.
       77 ws-exib-movto                            pic x(09).

       77  ws-sw-fim-arquivo                       pic  x(01).
           88  fim-arquivo                         value "S".
           88  nao-fim-arquivo                     value "N".

       77  ws-sw-parm-valido                       pic  x(01).
           88  parm-valido                         value "S".
           88  parm-invalido                       value "N".

       77  ws-sw-carga-ok                          pic  x(01).
           88  carga-ok                            value "S".
           88  carga-com-erro                      value "N".


      *>Declaração do corpo do programa
       Procedure Division.

           perform inicializa.

           if parm-valido
               perform carrega_depositantes
               perform carrega_taxas
               perform carrega_movtos

               if carga-ok
                   perform monta-contas
               end-if

      *> -------------  Carga ou contas incompletas: nada sai, nem
      *> -------------  extrato nem interface contabil
               if carga-ok
                   perform apura-contas
                   perform emite-extratos
                   perform grava-interface
               else
                   display "*** Carga incompleta; faturamento NAO "
                       "emitido. ***"
                   move 8 to return-code
               end-if
           else
               move 8 to return-code
           end-if.

           perform finaliza.

           Stop Run.

       inicializa section.

           display "==========================================="
           display " Faturamento mensal de armazenagem"
           display "==========================================="

           accept ws-data-hoje from date yyyymmdd
           move ws-data-hoje to ws-data-hoje-r
           compute ws-hoje-anomes = ws-hoje-ano * 100 + ws-hoje-mes

           perform carrega_sitio

           move 0 to ws-qtde-deposit
           move 0 to ws-qtde-taxas
           move 0 to ws-qtde-movtos
           move 0 to ws-qtde-contas
           move 0 to ws-int-qtde
           move 0 to ws-int-total
           move 0 to ws-qtde-extratos
           move 0 to ws-periodo-ano
           move 0 to ws-periodo-mes
           set carga-ok to true
           set parm-valido to true

      *> -------------  Agendado: o periodo vem de faturaParm.txt;
      *> -------------  sem o arquivo, o operador informa
           open input arqParm

           if ws-fs-arqParm = 0 then
               read arqParm
                   at end
                       continue
                   not at end
                       if fd-parm-ano is numeric
                       and fd-parm-mes is numeric
                           move fd-parm-ano to ws-periodo-ano
                           move fd-parm-mes to ws-periodo-mes
                       end-if
               end-read

               close arqParm
           end-if

           if ws-periodo-ano = 0
               display " "
               display "Ano do faturamento (ccyy):"
               accept ws-periodo-ano
                   on exception
                       move 0 to ws-periodo-ano
               end-accept

               display "Mes do faturamento (mm):"
               accept ws-periodo-mes
                   on exception
                       move 0 to ws-periodo-mes
               end-accept
           end-if

           move ws-periodo-ano to ws-per-ano
           move ws-periodo-mes to ws-per-mes

      *> -------------  So mes encerrado pode ser faturado: o saldo do
      *> -------------  mes corrente ainda vai mudar
           if ws-periodo-ano = 0
           or ws-periodo-mes < 01 or ws-periodo-mes > 12
           or ws-periodo-anomes >= ws-hoje-anomes then
               display "Periodo invalido: informe um mes anterior a "
                   ws-hoje-mes "/" ws-hoje-ano "."
               set parm-invalido to true
           else
               perform calcula-dias-mes
               display "Periodo do faturamento: "
                   ws-periodo-mes "/" ws-periodo-ano
           end-if

           .
       inicializa-exit.
           exit.

      *>=======================================================================
      *>  Quantidade de dias do mes do periodo (fevereiro bissexto)
      *>=======================================================================

       calcula-dias-mes section.

           move ws-dias-do-mes(ws-periodo-mes) to ws-qtde-dias

           if ws-periodo-mes = 02
               divide ws-periodo-ano by 4 giving ws-calc-quoc
                   remainder ws-calc-resto
               if ws-calc-resto = 0
                   move 29 to ws-qtde-dias
                   divide ws-periodo-ano by 100 giving ws-calc-quoc
                       remainder ws-calc-resto
                   if ws-calc-resto = 0
                       move 28 to ws-qtde-dias
                       divide ws-periodo-ano by 400 giving ws-calc-quoc
                           remainder ws-calc-resto
                       if ws-calc-resto = 0
                           move 29 to ws-qtde-dias
                       end-if
                   end-if
               end-if
           end-if

           .
       calcula-dias-mes-exit.
           exit.

      *>=======================================================================
      *>  Identificacao da unidade (arqSitio.txt): codigo do sitio e
      *>  nome que passa ao cabecalho do extrato
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
      *>  Carrega o cadastro de depositantes
      *>=======================================================================

       carrega_depositantes section.

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
                               display "Limite de depositantes "
                                   "atingido (200)."
                               set carga-com-erro to true
                               set fim-arquivo to true
                           end-if
                   end-read
               end-perform

               close arqDeposit
           else
               display "File Status ao abrir cadastro de depositantes: "
                   ws-fs-arqDeposit
               set carga-com-erro to true
           end-if

           .
       carrega_depositantes-exit.
           exit.

      *>=======================================================================
      *>  Carrega as taxas de armazenagem por grao
      *>=======================================================================

       carrega_taxas section.

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
                               move fd-tax-grao     to ws-tax-grao(ws-qtde-taxas)
                               move fd-tax-ton-dia  to ws-tax-ton-dia(ws-qtde-taxas)
                               move fd-tax-recepcao to ws-tax-recepcao(ws-qtde-taxas)
                           else
                               display "Limite de taxas de armazenagem "
                                   "atingido (50)."
                               set carga-com-erro to true
                               set fim-arquivo to true
                           end-if
                   end-read
               end-perform

               close arqTaxaArm
           else
               display "File Status ao abrir taxas de armazenagem: "
                   ws-fs-arqTaxaArm
               set carga-com-erro to true
           end-if

           .
       carrega_taxas-exit.
           exit.

      *>=======================================================================
      *>  Carrega os movimentos de terceiros ate o fim do periodo; os
      *>  posteriores nao entram no saldo e o estoque proprio (sem
      *>  depositante) nao e faturado. Estourar a tabela aborta: um
      *>  saldo parcial faturaria errado.
      *>=======================================================================

       carrega_movtos section.

           open input arqMovto

           if ws-fs-arqMovto = 0
           or ws-fs-arqMovto = 05 then
               set nao-fim-arquivo to true

               perform until fim-arquivo
                   read arqMovto
                       at end
                           set fim-arquivo to true
                       not at end
                           if fd-mov-depositante <> spaces
                           and fd-mov-data(1:6) <= ws-periodo-anomes
                               if ws-qtde-movtos < 9999 then
                                   add 1 to ws-qtde-movtos
                                   move fd-mov-data        to ws-mov-data(ws-qtde-movtos)
                                   move fd-mov-silo        to ws-mov-silo(ws-qtde-movtos)
                                   move fd-mov-tipo        to ws-mov-tipo(ws-qtde-movtos)
                                   move fd-mov-tonelada    to ws-mov-tonelada(ws-qtde-movtos)
                                   move fd-mov-grao        to ws-mov-grao(ws-qtde-movtos)
                                   move fd-mov-lote        to ws-mov-lote(ws-qtde-movtos)
                                   move fd-mov-depositante to ws-mov-depositante(ws-qtde-movtos)
      *> carga soma, expedicao subtrai; ajuste traz o proprio sinal
                                   if fd-mov-tipo = "E"
                                   or (fd-mov-tipo = "A" and fd-mov-sinal = "+")
                                       move "+" to ws-mov-sinal(ws-qtde-movtos)
                                   else
                                       move "-" to ws-mov-sinal(ws-qtde-movtos)
                                   end-if
                               else
                                   display "Limite de movimentos em "
                                       "memoria atingido (9999)."
                                   set carga-com-erro to true
                                   set fim-arquivo to true
                               end-if
                           end-if
                   end-read
               end-perform

               close arqMovto
           else
               display "File Status ao abrir movimentacao: "
                   ws-fs-arqMovto
               set carga-com-erro to true
           end-if

           .
       carrega_movtos-exit.
           exit.

      *>=======================================================================
      *>  Monta uma conta por depositante + grao com movimento ate o
      *>  fim do periodo; a taxa e a do grao (sem taxa cadastrada a
      *>  conta sai zerada e o programa termina com aviso).
      *>=======================================================================

       monta-contas section.

           perform varying ws-mov-ind from 1 by 1
               until ws-mov-ind > ws-qtde-movtos
               move 0 to ws-cta-ach

               perform varying ws-cta-ind from 1 by 1
                   until ws-cta-ind > ws-qtde-contas
                   if ws-cta-depositante(ws-cta-ind)
                       = ws-mov-depositante(ws-mov-ind)
                   and ws-cta-grao(ws-cta-ind) = ws-mov-grao(ws-mov-ind)
                       move ws-cta-ind to ws-cta-ach
                   end-if
               end-perform

               if ws-cta-ach = 0
                   if ws-qtde-contas < 999
                       add 1 to ws-qtde-contas
                       move ws-qtde-contas to ws-cta-ach
                       move ws-mov-depositante(ws-mov-ind)
                           to ws-cta-depositante(ws-cta-ach)
                       move ws-mov-grao(ws-mov-ind)
                           to ws-cta-grao(ws-cta-ach)
                       perform localiza-taxa-conta
                   else
                       if carga-ok
                           display "Limite de contas depositante/grao "
                               "atingido (999); faturamento incompleto."
                       end-if
                       set carga-com-erro to true
                       move 8 to return-code
                   end-if
               end-if
           end-perform

           .
       monta-contas-exit.
           exit.

      *>=======================================================================
      *>  Busca a taxa do grao da conta ws-cta-ach
      *>=======================================================================

       localiza-taxa-conta section.

           move 0 to ws-tax-ach

           perform varying ws-tax-ind from 1 by 1
               until ws-tax-ind > ws-qtde-taxas
               if ws-tax-grao(ws-tax-ind) = ws-cta-grao(ws-cta-ach)
                   move ws-tax-ind to ws-tax-ach
               end-if
           end-perform

           if ws-tax-ach = 0
               move 0 to ws-cta-taxa-dia(ws-cta-ach)
               move 0 to ws-cta-taxa-rec(ws-cta-ach)
               set cta-sem-taxa(ws-cta-ach) to true
               display "*** AVISO: grao " ws-cta-grao(ws-cta-ach)
                   " sem taxa de armazenagem cadastrada; contas desse "
                   "grao saem sem valor. ***"
               if return-code < 4
                   move 4 to return-code
               end-if
           else
               move ws-tax-ton-dia(ws-tax-ach)
                   to ws-cta-taxa-dia(ws-cta-ach)
               move ws-tax-recepcao(ws-tax-ach)
                   to ws-cta-taxa-rec(ws-cta-ach)
               set cta-com-taxa(ws-cta-ach) to true
           end-if

           .
       localiza-taxa-conta-exit.
           exit.

      *>=======================================================================
      *>  Reconstroi o saldo diario de cada conta: saldo inicial pelos
      *>  movimentos anteriores ao periodo, depois dia a dia somando
      *>  entradas e abatendo saidas; a tonelada-dia e a soma dos
      *>  saldos de fim de dia. Um lote expedido em varias saidas vai
      *>  baixando o saldo a cada expedicao, sem tratamento especial.
      *>=======================================================================

       apura-contas section.

           perform varying ws-cta-ind from 1 by 1
               until ws-cta-ind > ws-qtde-contas
               move 0 to ws-cta-saldo-ini(ws-cta-ind)
               move 0 to ws-cta-receb(ws-cta-ind)
               move 0 to ws-cta-ton-dia(ws-cta-ind)

               perform varying ws-dia-ind from 1 by 1
                   until ws-dia-ind > 31
                   move 0 to ws-dia-ent(ws-dia-ind)
                   move 0 to ws-dia-sai(ws-dia-ind)
               end-perform

               perform varying ws-mov-ind from 1 by 1
                   until ws-mov-ind > ws-qtde-movtos
                   if ws-mov-depositante(ws-mov-ind)
                       = ws-cta-depositante(ws-cta-ind)
                   and ws-mov-grao(ws-mov-ind) = ws-cta-grao(ws-cta-ind)
                       perform acumula-movto-conta
                   end-if
               end-perform

               move ws-cta-saldo-ini(ws-cta-ind) to ws-saldo-dia

               perform varying ws-dia-ind from 1 by 1
                   until ws-dia-ind > ws-qtde-dias
                   add ws-dia-ent(ws-dia-ind) to ws-saldo-dia
                   subtract ws-dia-sai(ws-dia-ind) from ws-saldo-dia
      *> -------------  Saldo negativo (saida lancada antes da carga)
      *> -------------  nao gera credito de armazenagem
                   if ws-saldo-dia > 0
                       add ws-saldo-dia to ws-cta-ton-dia(ws-cta-ind)
                   end-if
               end-perform

               move ws-saldo-dia to ws-cta-saldo-fim(ws-cta-ind)

               compute ws-cta-valor-arm(ws-cta-ind) rounded =
                   ws-cta-ton-dia(ws-cta-ind) * ws-cta-taxa-dia(ws-cta-ind)
               compute ws-cta-valor-rec(ws-cta-ind) rounded =
                   ws-cta-receb(ws-cta-ind) * ws-cta-taxa-rec(ws-cta-ind)
               compute ws-cta-valor-tot(ws-cta-ind) =
                   ws-cta-valor-arm(ws-cta-ind)
                   + ws-cta-valor-rec(ws-cta-ind)
           end-perform

           .
       apura-contas-exit.
           exit.

      *>=======================================================================
      *>  Lanca o movimento ws-mov-ind na conta ws-cta-ind
      *>=======================================================================

       acumula-movto-conta section.

           if ws-mov-anomes(ws-mov-ind) < ws-periodo-anomes
               if ws-mov-sinal(ws-mov-ind) = "+"
                   add ws-mov-tonelada(ws-mov-ind)
                       to ws-cta-saldo-ini(ws-cta-ind)
               else
                   subtract ws-mov-tonelada(ws-mov-ind)
                       from ws-cta-saldo-ini(ws-cta-ind)
               end-if
           else
               move ws-mov-dia(ws-mov-ind) to ws-dia-ind
               if ws-dia-ind < 1 or ws-dia-ind > ws-qtde-dias
                   move ws-qtde-dias to ws-dia-ind
               end-if

      *> -------------  Recepcao so cobra carga; ajuste para mais entra
      *> -------------  apenas no saldo
               evaluate true
                   when ws-mov-tipo(ws-mov-ind) = "E"
                       add ws-mov-tonelada(ws-mov-ind)
                           to ws-dia-ent(ws-dia-ind)
                       add ws-mov-tonelada(ws-mov-ind)
                           to ws-cta-receb(ws-cta-ind)
                   when ws-mov-sinal(ws-mov-ind) = "+"
                       add ws-mov-tonelada(ws-mov-ind)
                           to ws-dia-ent(ws-dia-ind)
                   when other
                       add ws-mov-tonelada(ws-mov-ind)
                           to ws-dia-sai(ws-dia-ind)
               end-evaluate
           end-if

           .
       acumula-movto-conta-exit.
           exit.

      *>=======================================================================
      *>  Um extrato por depositante com ao menos uma conta a cobrar
      *>  ou com saldo; depositante sem nada no periodo e pulado.
      *>=======================================================================

       emite-extratos section.

           perform varying ws-dep-ind from 1 by 1
               until ws-dep-ind > ws-qtde-deposit
               move 0 to ws-dep-contas

               perform varying ws-cta-ind from 1 by 1
                   until ws-cta-ind > ws-qtde-contas
                   if ws-cta-depositante(ws-cta-ind)
                       = ws-dep-codigo(ws-dep-ind)
                   and (ws-cta-ton-dia(ws-cta-ind) > 0
                     or ws-cta-receb(ws-cta-ind) > 0
                     or ws-cta-saldo-fim(ws-cta-ind) <> 0)
                       add 1 to ws-dep-contas
                   end-if
               end-perform

               if ws-dep-contas > 0
                   perform emite-extrato-depositante
               end-if
           end-perform

      *> -------------  Conta de depositante que nao esta no cadastro
      *> -------------  (cadastro refeito a mao) nao tem a quem cobrar
           perform varying ws-cta-ind from 1 by 1
               until ws-cta-ind > ws-qtde-contas
               move 0 to ws-dep-contas
               perform varying ws-dep-ind from 1 by 1
                   until ws-dep-ind > ws-qtde-deposit
                   if ws-dep-codigo(ws-dep-ind)
                       = ws-cta-depositante(ws-cta-ind)
                       add 1 to ws-dep-contas
                   end-if
               end-perform

               if ws-dep-contas = 0
                   display "*** AVISO: depositante "
                       ws-cta-depositante(ws-cta-ind)
                       " com movimento e fora do cadastro; conta nao "
                       "faturada. ***"
                   if return-code < 4
                       move 4 to return-code
                   end-if
               end-if
           end-perform

           .
       emite-extratos-exit.
           exit.

      *>=======================================================================
      *>  Extrato do depositante ws-dep-ind: uma secao por grao com as
      *>  taxas, saldo inicial, movimentos do mes em ordem de dia com
      *>  o saldo corrente, saldo final e valores; total a faturar e
      *>  linhas de assinatura no fim.
      *>=======================================================================

       emite-extrato-depositante section.

           move spaces to ws-ext-nome
           string
               "extratoArm-"               delimited by size
               ws-dep-codigo(ws-dep-ind)   delimited by space
               "-"                         delimited by size
               ws-periodo-anomes           delimited by size
               ".txt"                      delimited by size
               into ws-ext-nome
           end-string

           open output arqExtrato

           if ws-fs-arqExtrato <> 0 then
               display "File Status ao abrir extrato " ws-ext-nome ": "
                   ws-fs-arqExtrato
               move 8 to return-code
           else
               move 0 to ws-lau-pagina
               move 0 to ws-lau-linha
               move 0 to ws-dep-total
               perform cabecalho-extrato

               perform varying ws-cta-ind from 1 by 1
                   until ws-cta-ind > ws-qtde-contas
                   if ws-cta-depositante(ws-cta-ind)
                       = ws-dep-codigo(ws-dep-ind)
                   and (ws-cta-ton-dia(ws-cta-ind) > 0
                     or ws-cta-receb(ws-cta-ind) > 0
                     or ws-cta-saldo-fim(ws-cta-ind) <> 0)
                       perform extrato-conta
                       add ws-cta-valor-tot(ws-cta-ind) to ws-dep-total
                   end-if
               end-perform

               perform rodape-extrato

               close arqExtrato
               add 1 to ws-qtde-extratos
               display "Extrato gerado: " ws-ext-nome
           end-if

           .
       emite-extrato-depositante-exit.
           exit.

      *>=======================================================================
      *>  Secao de um grao (conta ws-cta-ind) no extrato
      *>=======================================================================

       extrato-conta section.

      *> -------------  Cabecalho do grao + saldo inicial nao ficam
      *> -------------  orfaos no pe da folha
           if ws-lau-linha + 6 > ws-lau-corpo-max
               perform cabecalho-extrato
           end-if

           move spaces to ws-laudo-linha-w
           perform escreve-linha-extrato

           move ws-cta-taxa-dia(ws-cta-ind) to ws-exib-taxa-dia
           move ws-cta-taxa-rec(ws-cta-ind) to ws-exib-taxa-rec
           move spaces to ws-laudo-linha-w
           if cta-com-taxa(ws-cta-ind)
               string
                   "GRAO: "                    delimited by size
                   ws-cta-grao(ws-cta-ind)     delimited by size
                   "  TAXA T-DIA R$ "          delimited by size
                   ws-exib-taxa-dia            delimited by size
                   "  RECEPCAO R$/T "          delimited by size
                   ws-exib-taxa-rec            delimited by size
                   into ws-laudo-linha-w
               end-string
           else
               string
                   "GRAO: "                    delimited by size
                   ws-cta-grao(ws-cta-ind)     delimited by size
                   "  *** TAXA NAO CADASTRADA ***"
                                               delimited by size
                   into ws-laudo-linha-w
               end-string
           end-if
           perform escreve-linha-extrato

           move ws-cta-saldo-ini(ws-cta-ind) to ws-exib-saldo
           move spaces to ws-laudo-linha-w
           string
               "  SALDO INICIAL (T) ..........................."
                                           delimited by size
               ws-exib-saldo               delimited by size
               into ws-laudo-linha-w
           end-string
           perform escreve-linha-extrato

           move "  DATA        SILO        LOTE    MOVIMENTO     TONELADAS        SALDO"
               to ws-laudo-linha-w
           perform escreve-linha-extrato

           move ws-cta-saldo-ini(ws-cta-ind) to ws-saldo-dia

           perform varying ws-dia-ind from 1 by 1
               until ws-dia-ind > ws-qtde-dias
               perform varying ws-mov-ind from 1 by 1
                   until ws-mov-ind > ws-qtde-movtos
                   if ws-mov-depositante(ws-mov-ind)
                       = ws-cta-depositante(ws-cta-ind)
                   and ws-mov-grao(ws-mov-ind) = ws-cta-grao(ws-cta-ind)
                   and ws-mov-anomes(ws-mov-ind) = ws-periodo-anomes
                   and (ws-mov-dia(ws-mov-ind) = ws-dia-ind
                     or (ws-dia-ind = ws-qtde-dias
                     and (ws-mov-dia(ws-mov-ind) < 1
                       or ws-mov-dia(ws-mov-ind) > ws-qtde-dias)))
                       perform extrato-movto
                   end-if
               end-perform
           end-perform

           if ws-lau-linha + 4 > ws-lau-corpo-max
               perform cabecalho-extrato
           end-if

           move ws-cta-saldo-fim(ws-cta-ind) to ws-exib-saldo
           move spaces to ws-laudo-linha-w
           string
               "  SALDO FINAL (T) ............................."
                                           delimited by size
               ws-exib-saldo               delimited by size
               into ws-laudo-linha-w
           end-string
           perform escreve-linha-extrato

           move ws-cta-ton-dia(ws-cta-ind)   to ws-exib-ton-dia
           move ws-cta-valor-arm(ws-cta-ind) to ws-exib-valor
           move spaces to ws-laudo-linha-w
           string
               "  TONELADAS-DIA ...: "     delimited by size
               ws-exib-ton-dia             delimited by size
               "  ARMAZENAGEM R$ "         delimited by size
               ws-exib-valor               delimited by size
               into ws-laudo-linha-w
           end-string
           perform escreve-linha-extrato

           move ws-cta-receb(ws-cta-ind)     to ws-exib-ton-dia
           move ws-cta-valor-rec(ws-cta-ind) to ws-exib-valor
           move spaces to ws-laudo-linha-w
           string
               "  RECEBIDO NO MES .: "     delimited by size
               ws-exib-ton-dia             delimited by size
               "  RECEPCAO R$ ...."        delimited by size
               ws-exib-valor               delimited by size
               into ws-laudo-linha-w
           end-string
           perform escreve-linha-extrato

           move ws-cta-valor-tot(ws-cta-ind) to ws-exib-valor
           move spaces to ws-laudo-linha-w
           string
               "  TOTAL DO GRAO ............................ R$ "
                                           delimited by size
               ws-exib-valor               delimited by size
               into ws-laudo-linha-w
           end-string
           perform escreve-linha-extrato

           .
       extrato-conta-exit.
           exit.

      *>=======================================================================
      *>  Linha de um movimento no extrato com o saldo corrente
      *>=======================================================================

       extrato-movto section.

           if ws-lau-linha >= ws-lau-corpo-max
               perform cabecalho-extrato
               move "  DATA        SILO        LOTE    MOVIMENTO     TONELADAS        SALDO"
                   to ws-laudo-linha-w
               perform escreve-linha-extrato
           end-if

           if ws-mov-sinal(ws-mov-ind) = "+"
               add ws-mov-tonelada(ws-mov-ind) to ws-saldo-dia
               move "ENTRADA"  to ws-exib-movto
           else
               subtract ws-mov-tonelada(ws-mov-ind) from ws-saldo-dia
               move "SAIDA"    to ws-exib-movto
           end-if
           if ws-mov-tipo(ws-mov-ind) = "A"
               move "AJUSTE"   to ws-exib-movto
               move ws-mov-sinal(ws-mov-ind) to ws-exib-movto(8:1)
           end-if

           move spaces to ws-exib-data
           string
               ws-mov-data(ws-mov-ind)(7:2) delimited by size
               "/"                          delimited by size
               ws-mov-data(ws-mov-ind)(5:2) delimited by size
               "/"                          delimited by size
               ws-mov-data(ws-mov-ind)(1:4) delimited by size
               into ws-exib-data
           end-string

           move ws-mov-tonelada(ws-mov-ind) to ws-exib-ton
           move ws-saldo-dia                to ws-exib-saldo
           move spaces to ws-laudo-linha-w
           string
               "  "                         delimited by size
               ws-exib-data                 delimited by size
               "  "                         delimited by size
               ws-mov-silo(ws-mov-ind)      delimited by size
               "  "                         delimited by size
               ws-mov-lote(ws-mov-ind)      delimited by size
               "  "                         delimited by size
               ws-exib-movto                delimited by size
               "  "                         delimited by size
               ws-exib-ton                  delimited by size
               "  "                         delimited by size
               ws-exib-saldo                delimited by size
               into ws-laudo-linha-w
           end-string
           perform escreve-linha-extrato

           .
       extrato-movto-exit.
           exit.

      *>=======================================================================
      *>  Escreve ws-laudo-linha-w no extrato e avanca o contador de
      *>  linhas da pagina
      *>=======================================================================

       escreve-linha-extrato section.

           move ws-laudo-linha-w to fd-ext-linha
           write fd-ext-linha
           if ws-fs-arqExtrato <> 0
               display "File Status ao escrever extrato: "
                   ws-fs-arqExtrato
           end-if
           add 1 to ws-lau-linha
           move spaces to ws-laudo-linha-w

           .
       escreve-linha-extrato-exit.
           exit.

      *>=======================================================================
      *>  Completa a folha corrente ate as 66 linhas e abre a seguinte
      *>  com o cabecalho do extrato
      *>=======================================================================

       cabecalho-extrato section.

           if ws-lau-pagina > 0
               perform until ws-lau-linha >= ws-lau-linhas-pag
                   move spaces to ws-laudo-linha-w
                   perform escreve-linha-extrato
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
           perform escreve-linha-extrato

           move spaces to ws-laudo-linha-w
           string
               "EXTRATO DE ARMAZENAGEM - PERIODO "
                                       delimited by size
               ws-periodo-mes          delimited by size
               "/"                     delimited by size
               ws-periodo-ano          delimited by size
               into ws-laudo-linha-w
           end-string
           perform escreve-linha-extrato

           move spaces to ws-laudo-linha-w
           string
               "DEPOSITANTE: "             delimited by size
               ws-dep-codigo(ws-dep-ind)   delimited by size
               " - "                       delimited by size
               ws-dep-nome(ws-dep-ind)     delimited by size
               into ws-laudo-linha-w
           end-string
           perform escreve-linha-extrato

           move spaces to ws-laudo-linha-w
           string
               "CPF/CNPJ: "                delimited by size
               ws-dep-documento(ws-dep-ind) delimited by size
               into ws-laudo-linha-w
           end-string
           perform escreve-linha-extrato

           move all "-" to ws-laudo-linha-w(1:70)
           perform escreve-linha-extrato

           .
       cabecalho-extrato-exit.
           exit.

      *>=======================================================================
      *>  Total a faturar do depositante, data de emissao e linhas de
      *>  assinatura; a ultima folha e completada no tamanho fixo.
      *>=======================================================================

       rodape-extrato section.

           if ws-lau-linha >= 56
               perform cabecalho-extrato
           end-if

           move spaces to ws-laudo-linha-w
           perform escreve-linha-extrato
           move all "-" to ws-laudo-linha-w(1:70)
           perform escreve-linha-extrato

           move ws-dep-total to ws-exib-valor
           move spaces to ws-laudo-linha-w
           string
               "TOTAL A FATURAR NO PERIODO ................. R$ "
                                       delimited by size
               ws-exib-valor           delimited by size
               into ws-laudo-linha-w
           end-string
           perform escreve-linha-extrato

           move spaces to ws-laudo-linha-w
           perform escreve-linha-extrato

           move spaces to ws-exib-data
           string
               ws-hoje-dia             delimited by size
               "/"                     delimited by size
               ws-hoje-mes             delimited by size
               "/"                     delimited by size
               ws-hoje-ano             delimited by size
               into ws-exib-data
           end-string

           move spaces to ws-laudo-linha-w
           string
               "EMITIDO EM "           delimited by size
               ws-exib-data            delimited by size
               into ws-laudo-linha-w
           end-string
           perform escreve-linha-extrato

           move spaces to ws-laudo-linha-w
           perform escreve-linha-extrato
           move spaces to ws-laudo-linha-w
           perform escreve-linha-extrato

           move "____________________________      ____________________________" to ws-laudo-linha-w
           perform escreve-linha-extrato

           move "ARMAZEM                           DEPOSITANTE"
               to ws-laudo-linha-w
           perform escreve-linha-extrato

           perform until ws-lau-linha >= ws-lau-linhas-pag
               move spaces to ws-laudo-linha-w
               perform escreve-linha-extrato
           end-perform

           .
       rodape-extrato-exit.
           exit.

      *>=======================================================================
      *>  Interface contabil do periodo: um detalhe por conta de
      *>  depositante cadastrado com valor ou saldo, trailer no fim
      *>=======================================================================

       grava-interface section.

      *> -------------  Com o codigo do sitio a matriz distingue a
      *> -------------  interface de cada unidade
           move spaces to ws-int-nome
           if ws-sit-codigo = spaces
               display "*** AVISO: arqSitio.txt sem o codigo do sitio; "
                   "interface sem identificacao da unidade. ***"
               if return-code < 4
                   move 4 to return-code
               end-if
               string
                   "faturaArm-"        delimited by size
                   ws-periodo-anomes   delimited by size
                   ".txt"              delimited by size
                   into ws-int-nome
               end-string
           else
               string
                   "faturaArm-"        delimited by size
                   ws-sit-codigo       delimited by space
                   "-"                 delimited by size
                   ws-periodo-anomes   delimited by size
                   ".txt"              delimited by size
                   into ws-int-nome
               end-string
           end-if

           open output arqInterf

           if ws-fs-arqInterf <> 0 then
               display "File Status ao abrir interface " ws-int-nome
                   ": " ws-fs-arqInterf
               move 8 to return-code
           else
               perform varying ws-dep-ind from 1 by 1
                   until ws-dep-ind > ws-qtde-deposit
                   perform varying ws-cta-ind from 1 by 1
                       until ws-cta-ind > ws-qtde-contas
                       if ws-cta-depositante(ws-cta-ind)
                           = ws-dep-codigo(ws-dep-ind)
                       and (ws-cta-ton-dia(ws-cta-ind) > 0
                         or ws-cta-receb(ws-cta-ind) > 0
                         or ws-cta-saldo-fim(ws-cta-ind) <> 0)
                           perform grava-detalhe-interface
                       end-if
                   end-perform
               end-perform

               move spaces to fd-int-trailer
               move "T"               to fd-itr-tipo
               move ws-sit-codigo     to fd-itr-sitio
               move ws-periodo-ano    to fd-itr-ano
               move ws-periodo-mes    to fd-itr-mes
               move ws-int-qtde       to fd-itr-qtde
               move ws-int-total      to fd-itr-total
               write fd-int-trailer
               if ws-fs-arqInterf <> 0
                   display "File Status ao gravar trailer: "
                       ws-fs-arqInterf
                   move 8 to return-code
               end-if

               close arqInterf

               move ws-int-total to ws-exib-valor
               display "Interface gerada: " ws-int-nome " - "
                   ws-int-qtde " lancamento(s), total R$ "
                   ws-exib-valor
           end-if

           .
       grava-interface-exit.
           exit.

      *>=======================================================================
      *>  Detalhe da conta ws-cta-ind do depositante ws-dep-ind
      *>=======================================================================

       grava-detalhe-interface section.

           move "D"                            to fd-int-tipo
           move ws-sit-codigo                  to fd-int-sitio
           move ws-dep-codigo(ws-dep-ind)      to fd-int-depositante
           move ws-dep-documento(ws-dep-ind)   to fd-int-documento
           move ws-periodo-ano                 to fd-int-ano
           move ws-periodo-mes                 to fd-int-mes
           move ws-cta-grao(ws-cta-ind)        to fd-int-grao
           move ws-cta-ton-dia(ws-cta-ind)     to fd-int-ton-dia
           move ws-cta-taxa-dia(ws-cta-ind)    to fd-int-taxa-dia
           move ws-cta-valor-arm(ws-cta-ind)   to fd-int-valor-arm
           move ws-cta-receb(ws-cta-ind)       to fd-int-ton-receb
           move ws-cta-taxa-rec(ws-cta-ind)    to fd-int-taxa-rec
           move ws-cta-valor-rec(ws-cta-ind)   to fd-int-valor-rec
           move ws-cta-valor-tot(ws-cta-ind)   to fd-int-valor-total

           write fd-int-reg
           if ws-fs-arqInterf = 0
               add 1 to ws-int-qtde
               add ws-cta-valor-tot(ws-cta-ind) to ws-int-total
           else
               display "File Status ao gravar interface: "
                   ws-fs-arqInterf
               move 8 to return-code
           end-if

           .
       grava-detalhe-interface-exit.
           exit.

       finaliza section.

           display "Extratos emitidos: " ws-qtde-extratos
           display "Faturamento encerrado."
           .
       finaliza-exit.
           exit.
