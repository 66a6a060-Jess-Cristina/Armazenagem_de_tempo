      $set sourceformat"free"

      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "consolidasitios".
       Author. "Jéssica C.Del'agnolo".
       Installation. "PC".
       Date-written. 11/09/2026.
       Date-compiled. 11/09/2026.

      *>----Historico de alteracoes
      *> 11/09/2026 - Consolidacao corporativa na matriz: le a lista
      *>              das unidades (arqSitios.txt) e o extrato mensal
      *>              que cada sitio envia (resumoSitio-<sitio>-
      *>              aaaamm.txt, gerado no fechamento batch) e emite
      *>              consolidaSitios-aaaamm.txt com o comparativo
      *>              entre unidades (silos, estoque, ocupacao,
      *>              temperaturas, alertas em aberto e horas de
      *>              ventilador), o detalhe por silo de cada unidade
      *>              e as unidades sem extrato valido no mes
      *>              (RETURN-CODE 4). Periodo vem de
      *>              consolidaParm.txt quando existir.



      *>Divisão para configuração do ambiente
       Environment Division.
       Configuration Section.
           special-names. decimal-point is comma.

      *>----Declaração dos recursos externos
       Input-output Section.
       File-control.

           select optional arqParm assign to "consolidaParm.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqParm.

           select optional arqSitios assign to "arqSitios.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqSitios.

           select arqResSitio assign to ws-res-nome
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqResSitio.

           select arqRelat assign to ws-rel-nome
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqRelat.

       I-O-Control.


      *>Declaração de variáveis
       Data Division.

      *>----Variaveis de arquivos
       File Section.
       fd arqParm.
       01 fd-parm-reg.
          05 fd-parm-ano                            pic  9(04).
          05 fd-parm-mes                            pic  9(02).

      *>----Unidades da empresa que devem enviar o extrato mensal
       fd arqSitios.
       01 fd-sts-reg.
          05 fd-sts-codigo                          pic  x(03).
          05 fd-sts-nome                            pic  x(30).

      *>----Extrato mensal de um sitio: cabecalho "C", um detalhe "D"
      *>    por silo e fim "F" com a quantidade de silos e os totais
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

       fd arqRelat.
       01 fd-rel-linha                              pic  x(80).


      *>----Variaveis de trabalho
       Working-storage Section.

       77 ws-fs-arqParm                            pic 9(02).
       77 ws-fs-arqSitios                          pic 9(02).
       77 ws-fs-arqResSitio                        pic 9(02).
       77 ws-fs-arqRelat                           pic 9(02).

       77 ws-res-nome                              pic x(40).
       77 ws-rel-nome                              pic x(40).

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

      *>----Unidades esperadas (arqSitios.txt) e o que cada extrato
      *>    trouxe; situacao E=extrato aceito, N=nao recebido,
      *>    I=extrato rejeitado (motivo)
       01 ws-sitios occurs 50.
          05 ws-sts-codigo                         pic x(03).
          05 ws-sts-nome                           pic x(30).
          05 ws-sts-situacao                       pic x(01).
          05 ws-sts-motivo                         pic x(40).
          05 ws-sts-data-ger                       pic 9(08).
          05 ws-sts-silos                          pic 9(03).
          05 ws-sts-silos-leit                     pic 9(03).
          05 ws-sts-capacidade                     pic 9(08).
          05 ws-sts-toneladas                      pic 9(09)v99.
          05 ws-sts-soma-media                     pic s9(05)v99.
          05 ws-sts-minima                         pic s9(02)v99.
          05 ws-sts-maxima                         pic s9(02)v99.
          05 ws-sts-alertas                        pic 9(05).
          05 ws-sts-horas                          pic 9(07)v9.
       77 ws-qtde-sitios                           pic 9(02).
       77 ws-sts-ind                               pic 9(02).

       77  ws-sw-sts-overflow                      pic  x(01).
           88  sitios-truncados                    value "S".
           88  sitios-completos                    value "N".

      *>----Silos recebidos nos extratos (ws-dtl-sitio aponta a
      *>    unidade na tabela acima)
       01 ws-detalhes occurs 999.
          05 ws-dtl-sitio                          pic 9(02).
          05 ws-dtl-silo                           pic x(10).
          05 ws-dtl-grao                           pic x(10).
          05 ws-dtl-capacidade                     pic 9(06).
          05 ws-dtl-dias                           pic 9(02).
          05 ws-dtl-media                          pic s9(02)v99.
          05 ws-dtl-minima                         pic s9(02)v99.
          05 ws-dtl-maxima                         pic s9(02)v99.
          05 ws-dtl-alertas                        pic 9(04).
          05 ws-dtl-toneladas                      pic 9(07)v99.
          05 ws-dtl-horas                          pic 9(05)v9.
       77 ws-qtde-detalhes                         pic 9(03).
       77 ws-dtl-ind                               pic 9(03).

       77  ws-sw-dtl-overflow                      pic  x(01).
           88  detalhes-truncados                  value "S".
           88  detalhes-completos                  value "N".

      *>----Conferencia do extrato em leitura
       77 ws-res-cab                               pic 9(03).
       77 ws-res-fim                               pic 9(03).
       77 ws-res-det                               pic 9(03).
       77 ws-res-motivo-w                          pic x(40).

      *>----Totais corporativos (so unidades com extrato aceito)
       77 ws-cor-sitios                            pic 9(02).
       77 ws-cor-faltantes                         pic 9(02).
       77 ws-cor-silos                             pic 9(04).
       77 ws-cor-silos-leit                        pic 9(04).
       77 ws-cor-capacidade                        pic 9(09).
       77 ws-cor-toneladas                         pic 9(09)v99.
       77 ws-cor-soma-media                        pic s9(06)v99.
       77 ws-cor-minima                            pic s9(02)v99.
       77 ws-cor-maxima                            pic s9(02)v99.
       77 ws-cor-alertas                           pic 9(06).
       77 ws-cor-horas                             pic 9(07)v9.

      *>----Valores de uma linha do relatorio (unidade, silo ou total)
       77 ws-lin-silos                             pic 9(04).
       77 ws-lin-silos-leit                        pic 9(04).
       77 ws-lin-capacidade                        pic 9(09).
       77 ws-lin-toneladas                         pic 9(09)v99.
       77 ws-lin-soma-media                        pic s9(06)v99.
       77 ws-lin-media                             pic s9(02)v99.
       77 ws-lin-minima                            pic s9(02)v99.
       77 ws-lin-maxima                            pic s9(02)v99.
       77 ws-lin-alertas                           pic 9(06).
       77 ws-lin-horas                             pic 9(07)v9.
       77 ws-lin-ocupacao                          pic 9(03)v9.

      *>----Impressao do relatorio (mesmo formato de folha do laudo)
       77 ws-laudo-linha-w                         pic x(80).
       77 ws-lau-linha                             pic 9(02).
       77 ws-lau-pagina                            pic 9(03).
       77 ws-lau-exib-pag                          pic zz9.
       77 ws-lau-linhas-pag                        pic 9(02) value 66.
       77 ws-lau-corpo-max                         pic 9(02) value 60.

       77 ws-exib-data                             pic x(10).
       77 ws-exib-data-w                           pic 9(08).
       77 ws-exib-silos                            pic zz9.
       77 ws-exib-ton-sitio                        pic zzz.zzz.zz9.
       77 ws-exib-ton-silo                         pic z.zzz.zz9.
       77 ws-exib-capac                            pic zzz.zz9.
       77 ws-exib-ocup                             pic zz9,9.
       77 ws-exib-dias                             pic z9.
       77 ws-exib-temp                             pic --9,99.
       77 ws-exib-alertas                          pic zzzz9.
       77 ws-exib-ale-silo                         pic zzz9.
       77 ws-exib-horas                            pic zzzz9,9.
       77 ws-exib-horas-silo                       pic zzz9,9.
       77 ws-exib-qtde                             pic z9.
       77 ws-exib-qtde-tot                         pic z9.

       77  ws-sw-fim-arquivo                       pic  x(01).
           88  fim-arquivo                         value "S".
           88  nao-fim-arquivo                     value "N".

       77  ws-sw-parm-valido                       pic  x(01).
           88  parm-valido                         value "S".
           88  parm-invalido                       value "N".


      *>Declaração do corpo do programa
       Procedure Division.

           perform inicializa.

           if parm-valido
               perform carrega_sitios

               if ws-qtde-sitios = 0
                   display "*** Nenhuma unidade em arqSitios.txt; "
                       "consolidacao NAO emitida. ***"
                   move 8 to return-code
               else
                   perform varying ws-sts-ind from 1 by 1
                       until ws-sts-ind > ws-qtde-sitios
                       perform le-extrato-sitio
                   end-perform

                   perform apura-corporativo
                   perform emite-relatorio
               end-if
           else
               move 8 to return-code
           end-if.

           perform finaliza.

           Stop Run.

       inicializa section.

           display "==========================================="
           display " Consolidacao corporativa das unidades"
           display "==========================================="

           accept ws-data-hoje from date yyyymmdd
           move ws-data-hoje to ws-data-hoje-r
           compute ws-hoje-anomes = ws-hoje-ano * 100 + ws-hoje-mes

           move 0 to ws-qtde-sitios
           move 0 to ws-qtde-detalhes
           move 0 to ws-cor-sitios
           move 0 to ws-cor-faltantes
           move 0 to ws-periodo-ano
           move 0 to ws-periodo-mes
           set sitios-completos to true
           set detalhes-completos to true
           set parm-valido to true

      *> -------------  Agendado: o periodo vem de consolidaParm.txt;
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
               display "Ano da consolidacao (ccyy):"
               accept ws-periodo-ano
                   on exception
                       move 0 to ws-periodo-ano
               end-accept

               display "Mes da consolidacao (mm):"
               accept ws-periodo-mes
                   on exception
                       move 0 to ws-periodo-mes
               end-accept
           end-if

           move ws-periodo-ano to ws-per-ano
           move ws-periodo-mes to ws-per-mes

      *> -------------  O extrato do sitio so sai no fechamento do mes:
      *> -------------  mes corrente ainda nao tem o que consolidar
           if ws-periodo-ano = 0
           or ws-periodo-mes < 01 or ws-periodo-mes > 12
           or ws-periodo-anomes >= ws-hoje-anomes then
               display "Periodo invalido: informe um mes anterior a "
                   ws-hoje-mes "/" ws-hoje-ano "."
               set parm-invalido to true
           else
               display "Periodo da consolidacao: "
                   ws-periodo-mes "/" ws-periodo-ano
           end-if

           .
       inicializa-exit.
           exit.

      *>=======================================================================
      *>  Carrega a lista das unidades que devem enviar extrato
      *>=======================================================================

       carrega_sitios section.

           open input arqSitios

           if ws-fs-arqSitios = 0
           or ws-fs-arqSitios = 05 then
               set nao-fim-arquivo to true

               perform until fim-arquivo
                   read arqSitios
                       at end
                           set fim-arquivo to true
                       not at end
                           if fd-sts-codigo <> spaces
                               perform inclui-sitio
                           end-if
                   end-read
               end-perform

               close arqSitios
           else
               display "File Status ao abrir lista de unidades: "
                   ws-fs-arqSitios
           end-if

           .
       carrega_sitios-exit.
           exit.

      *>=======================================================================
      *>  Acrescenta a unidade do registro lido a tabela
      *>=======================================================================

       inclui-sitio section.

           inspect fd-sts-codigo
               converting "abcdefghijklmnopqrstuvwxyz"
                       to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           if ws-qtde-sitios < 50 then
               add 1 to ws-qtde-sitios
               move fd-sts-codigo to ws-sts-codigo(ws-qtde-sitios)
               move fd-sts-nome   to ws-sts-nome(ws-qtde-sitios)
               move "E"           to ws-sts-situacao(ws-qtde-sitios)
               move spaces        to ws-sts-motivo(ws-qtde-sitios)
               move 0 to ws-sts-data-ger(ws-qtde-sitios)
               move 0 to ws-sts-silos(ws-qtde-sitios)
               move 0 to ws-sts-silos-leit(ws-qtde-sitios)
               move 0 to ws-sts-capacidade(ws-qtde-sitios)
               move 0 to ws-sts-toneladas(ws-qtde-sitios)
               move 0 to ws-sts-soma-media(ws-qtde-sitios)
               move 0 to ws-sts-minima(ws-qtde-sitios)
               move 0 to ws-sts-maxima(ws-qtde-sitios)
               move 0 to ws-sts-alertas(ws-qtde-sitios)
               move 0 to ws-sts-horas(ws-qtde-sitios)
           else
               if sitios-completos
                   display "Limite de unidades em memoria atingido "
                       "(50); unidades adicionais nao consolidadas."
                   set sitios-truncados to true
                   if return-code < 4
                       move 4 to return-code
                   end-if
               end-if
           end-if

           .
       inclui-sitio-exit.
           exit.

      *>=======================================================================
      *>  Le o extrato do mes da unidade ws-sts-ind e confere
      *>  cabecalho, detalhes e fim; extrato que nao chegou ou nao
      *>  confere fica fora dos totais corporativos.
      *>=======================================================================

       le-extrato-sitio section.

           move spaces to ws-res-nome
           string
               "resumoSitio-"              delimited by size
               ws-sts-codigo(ws-sts-ind)   delimited by space
               "-"                         delimited by size
               ws-periodo-anomes           delimited by size
               ".txt"                      delimited by size
               into ws-res-nome
           end-string

           move 0 to ws-res-cab
           move 0 to ws-res-fim
           move 0 to ws-res-det

           open input arqResSitio

           evaluate true
               when ws-fs-arqResSitio = 35
                   move "N" to ws-sts-situacao(ws-sts-ind)
                   move "EXTRATO NAO RECEBIDO"
                       to ws-sts-motivo(ws-sts-ind)
               when ws-fs-arqResSitio <> 0
                   move "N" to ws-sts-situacao(ws-sts-ind)
                   move spaces to ws-sts-motivo(ws-sts-ind)
                   string
                       "EXTRATO NAO PODE SER LIDO (FS "
                                           delimited by size
                       ws-fs-arqResSitio   delimited by size
                       ")"                 delimited by size
                       into ws-sts-motivo(ws-sts-ind)
                   end-string
               when other
                   set nao-fim-arquivo to true

                   perform until fim-arquivo
                       read arqResSitio
                           at end
                               set fim-arquivo to true
                           not at end
                               perform confere-registro-extrato
                       end-read
                   end-perform

                   close arqResSitio

                   if ws-res-cab <> 1 or ws-res-fim <> 1
                       move "EXTRATO INCOMPLETO (CABECALHO OU FIM)"
                           to ws-res-motivo-w
                       perform rejeita-extrato
                   end-if
           end-evaluate

           if ws-sts-situacao(ws-sts-ind) = "E"
               display "Unidade " ws-sts-codigo(ws-sts-ind) ": "
                   ws-res-det " silo(s) recebido(s)."
           else
               display "*** AVISO: unidade " ws-sts-codigo(ws-sts-ind)
                   " - " ws-sts-motivo(ws-sts-ind) " ***"
               if return-code < 4
                   move 4 to return-code
               end-if
           end-if

           .
       le-extrato-sitio-exit.
           exit.

      *>=======================================================================
      *>  Confere um registro do extrato contra a unidade e o periodo
      *>=======================================================================

       confere-registro-extrato section.

           evaluate fd-rsc-tipo
               when "C"
                   add 1 to ws-res-cab
                   if fd-rsc-sitio <> ws-sts-codigo(ws-sts-ind)
                   or fd-rsc-anomes <> ws-periodo-anomes
                       move "CABECALHO DE OUTRA UNIDADE OU PERIODO"
                           to ws-res-motivo-w
                       perform rejeita-extrato
                   else
                       if fd-rsc-data-ger is numeric
                           move fd-rsc-data-ger
                               to ws-sts-data-ger(ws-sts-ind)
                       end-if
                   end-if
               when "D"
                   evaluate true
                       when fd-rsd-sitio <> ws-sts-codigo(ws-sts-ind)
                       or fd-rsd-anomes <> ws-periodo-anomes
                           move "SILO DE OUTRA UNIDADE OU PERIODO"
                               to ws-res-motivo-w
                           perform rejeita-extrato
                       when fd-rsd-capacidade is not numeric
                       or fd-rsd-dias is not numeric
                       or fd-rsd-media is not numeric
                       or fd-rsd-minima is not numeric
                       or fd-rsd-maxima is not numeric
                       or fd-rsd-alertas is not numeric
                       or fd-rsd-toneladas is not numeric
                       or fd-rsd-horas is not numeric
                           move "SILO COM VALOR NAO NUMERICO"
                               to ws-res-motivo-w
                           perform rejeita-extrato
                       when other
                           perform acumula-silo-extrato
                   end-evaluate
               when "F"
                   add 1 to ws-res-fim
                   if fd-rsf-qtde-silos is not numeric
                   or fd-rsf-qtde-silos <> ws-res-det
                       move "QTDE DE SILOS NAO CONFERE COM O FIM"
                           to ws-res-motivo-w
                       perform rejeita-extrato
                   end-if
               when other
                   move "REGISTRO DE TIPO DESCONHECIDO"
                       to ws-res-motivo-w
                   perform rejeita-extrato
           end-evaluate

           .
       confere-registro-extrato-exit.
           exit.

      *>=======================================================================
      *>  Marca o extrato da unidade como rejeitado; fica o primeiro
      *>  motivo encontrado
      *>=======================================================================

       rejeita-extrato section.

           if ws-sts-situacao(ws-sts-ind) = "E"
               move "I" to ws-sts-situacao(ws-sts-ind)
               move ws-res-motivo-w to ws-sts-motivo(ws-sts-ind)
           end-if

           .
       rejeita-extrato-exit.
           exit.

      *>=======================================================================
      *>  Guarda o silo do detalhe lido e soma nos totais da unidade
      *>=======================================================================

       acumula-silo-extrato section.

           add 1 to ws-res-det

           if ws-qtde-detalhes < 999 then
               add 1 to ws-qtde-detalhes
               move ws-sts-ind       to ws-dtl-sitio(ws-qtde-detalhes)
               move fd-rsd-silo      to ws-dtl-silo(ws-qtde-detalhes)
               move fd-rsd-grao      to ws-dtl-grao(ws-qtde-detalhes)
               move fd-rsd-capacidade
                   to ws-dtl-capacidade(ws-qtde-detalhes)
               move fd-rsd-dias      to ws-dtl-dias(ws-qtde-detalhes)
               move fd-rsd-media     to ws-dtl-media(ws-qtde-detalhes)
               move fd-rsd-minima    to ws-dtl-minima(ws-qtde-detalhes)
               move fd-rsd-maxima    to ws-dtl-maxima(ws-qtde-detalhes)
               move fd-rsd-alertas   to ws-dtl-alertas(ws-qtde-detalhes)
               move fd-rsd-toneladas
                   to ws-dtl-toneladas(ws-qtde-detalhes)
               move fd-rsd-horas     to ws-dtl-horas(ws-qtde-detalhes)
           else
               if detalhes-completos
                   display "Limite de silos em memoria atingido (999); "
                       "detalhe por silo incompleto no relatorio."
                   set detalhes-truncados to true
                   if return-code < 4
                       move 4 to return-code
                   end-if
               end-if
           end-if

           add 1                 to ws-sts-silos(ws-sts-ind)
           add fd-rsd-capacidade to ws-sts-capacidade(ws-sts-ind)
           add fd-rsd-toneladas  to ws-sts-toneladas(ws-sts-ind)
           add fd-rsd-alertas    to ws-sts-alertas(ws-sts-ind)
           add fd-rsd-horas      to ws-sts-horas(ws-sts-ind)

      *> -------------  Silo sem leitura no mes nao entra na media nem
      *> -------------  nos extremos da unidade
           if fd-rsd-dias > 0
               add 1 to ws-sts-silos-leit(ws-sts-ind)
               add fd-rsd-media to ws-sts-soma-media(ws-sts-ind)
               if ws-sts-silos-leit(ws-sts-ind) = 1
               or fd-rsd-minima < ws-sts-minima(ws-sts-ind)
                   move fd-rsd-minima to ws-sts-minima(ws-sts-ind)
               end-if
               if ws-sts-silos-leit(ws-sts-ind) = 1
               or fd-rsd-maxima > ws-sts-maxima(ws-sts-ind)
                   move fd-rsd-maxima to ws-sts-maxima(ws-sts-ind)
               end-if
           end-if

           .
       acumula-silo-extrato-exit.
           exit.

      *>=======================================================================
      *>  Totais da empresa sobre as unidades com extrato aceito
      *>=======================================================================

       apura-corporativo section.

           move 0 to ws-cor-sitios
           move 0 to ws-cor-faltantes
           move 0 to ws-cor-silos
           move 0 to ws-cor-silos-leit
           move 0 to ws-cor-capacidade
           move 0 to ws-cor-toneladas
           move 0 to ws-cor-soma-media
           move 0 to ws-cor-minima
           move 0 to ws-cor-maxima
           move 0 to ws-cor-alertas
           move 0 to ws-cor-horas

           perform varying ws-sts-ind from 1 by 1
               until ws-sts-ind > ws-qtde-sitios
               if ws-sts-situacao(ws-sts-ind) = "E"
                   add 1 to ws-cor-sitios
                   add ws-sts-silos(ws-sts-ind)      to ws-cor-silos
                   add ws-sts-capacidade(ws-sts-ind) to ws-cor-capacidade
                   add ws-sts-toneladas(ws-sts-ind)  to ws-cor-toneladas
                   add ws-sts-alertas(ws-sts-ind)    to ws-cor-alertas
                   add ws-sts-horas(ws-sts-ind)      to ws-cor-horas
                   add ws-sts-soma-media(ws-sts-ind) to ws-cor-soma-media

                   if ws-sts-silos-leit(ws-sts-ind) > 0
                       if ws-cor-silos-leit = 0
                       or ws-sts-minima(ws-sts-ind) < ws-cor-minima
                           move ws-sts-minima(ws-sts-ind)
                               to ws-cor-minima
                       end-if
                       if ws-cor-silos-leit = 0
                       or ws-sts-maxima(ws-sts-ind) > ws-cor-maxima
                           move ws-sts-maxima(ws-sts-ind)
                               to ws-cor-maxima
                       end-if
                       add ws-sts-silos-leit(ws-sts-ind)
                           to ws-cor-silos-leit
                   end-if
               else
                   add 1 to ws-cor-faltantes
               end-if
           end-perform

           .
       apura-corporativo-exit.
           exit.

      *>=======================================================================
      *>  Relatorio corporativo do mes: comparativo entre unidades,
      *>  unidades sem extrato valido e o detalhe por silo de cada
      *>  unidade consolidada
      *>=======================================================================

       emite-relatorio section.

           move spaces to ws-rel-nome
           string
               "consolidaSitios-"      delimited by size
               ws-periodo-anomes       delimited by size
               ".txt"                  delimited by size
               into ws-rel-nome
           end-string

           open output arqRelat

           if ws-fs-arqRelat <> 0 then
               display "File Status ao abrir relatorio " ws-rel-nome
                   ": " ws-fs-arqRelat
               move 8 to return-code
           else
               move 0 to ws-lau-pagina
               move 0 to ws-lau-linha
               perform cabecalho-relat

               move "COMPARATIVO ENTRE UNIDADES" to ws-laudo-linha-w
               perform escreve-linha-relat
               perform cabecalho-comparativo

               perform varying ws-sts-ind from 1 by 1
                   until ws-sts-ind > ws-qtde-sitios
                   perform linha-comparativo
               end-perform

               perform total-corporativo
               perform relaciona-faltantes

               perform varying ws-sts-ind from 1 by 1
                   until ws-sts-ind > ws-qtde-sitios
                   if ws-sts-situacao(ws-sts-ind) = "E"
                       perform detalhe-sitio
                   end-if
               end-perform

               perform rodape-relat

               close arqRelat
               display "Relatorio corporativo gerado: " ws-rel-nome
           end-if

           .
       emite-relatorio-exit.
           exit.

      *>=======================================================================
      *>  Titulos das colunas do comparativo entre unidades
      *>=======================================================================

       cabecalho-comparativo section.

           move spaces to ws-laudo-linha-w
           move "SIT"         to ws-laudo-linha-w(1:3)
           move "UNIDADE"     to ws-laudo-linha-w(5:7)
           move "SILOS"       to ws-laudo-linha-w(19:5)
           move "ESTOQUE T"   to ws-laudo-linha-w(26:9)
           move "OCUP%"       to ws-laudo-linha-w(37:5)
           move "MEDIA"       to ws-laudo-linha-w(44:5)
           move "MINIMA"      to ws-laudo-linha-w(50:6)
           move "MAXIMA"      to ws-laudo-linha-w(57:6)
           move "ALERT"       to ws-laudo-linha-w(64:5)
           move "H.VENT"      to ws-laudo-linha-w(71:6)
           perform escreve-linha-relat

           move all "-" to ws-laudo-linha-w(1:78)
           perform escreve-linha-relat

           .
       cabecalho-comparativo-exit.
           exit.

      *>=======================================================================
      *>  Linha da unidade ws-sts-ind no comparativo; unidade sem
      *>  extrato valido sai marcada, sem valores
      *>=======================================================================

       linha-comparativo section.

           if ws-lau-linha >= ws-lau-corpo-max
               perform cabecalho-relat
               perform cabecalho-comparativo
           end-if

           move spaces to ws-laudo-linha-w
           move ws-sts-codigo(ws-sts-ind) to ws-laudo-linha-w(1:3)
           move ws-sts-nome(ws-sts-ind)   to ws-laudo-linha-w(5:14)

           if ws-sts-situacao(ws-sts-ind) = "E"
               move ws-sts-silos(ws-sts-ind)      to ws-lin-silos
               move ws-sts-silos-leit(ws-sts-ind) to ws-lin-silos-leit
               move ws-sts-capacidade(ws-sts-ind) to ws-lin-capacidade
               move ws-sts-toneladas(ws-sts-ind)  to ws-lin-toneladas
               move ws-sts-soma-media(ws-sts-ind) to ws-lin-soma-media
               move ws-sts-minima(ws-sts-ind)     to ws-lin-minima
               move ws-sts-maxima(ws-sts-ind)     to ws-lin-maxima
               move ws-sts-alertas(ws-sts-ind)    to ws-lin-alertas
               move ws-sts-horas(ws-sts-ind)      to ws-lin-horas
               perform monta-valores-comparativo
           else
               if ws-sts-situacao(ws-sts-ind) = "N"
                   move "*** EXTRATO NAO RECEBIDO ***"
                       to ws-laudo-linha-w(20:28)
               else
                   move "*** EXTRATO REJEITADO ***"
                       to ws-laudo-linha-w(20:25)
               end-if
           end-if
           perform escreve-linha-relat

           .
       linha-comparativo-exit.
           exit.

      *>=======================================================================
      *>  Ocupacao, media e colunas de valores de uma linha do
      *>  comparativo (unidade ou total) a partir de ws-lin-*
      *>=======================================================================

       monta-valores-comparativo section.

           perform calcula-media-ocupacao

           move ws-lin-silos      to ws-exib-silos
           move ws-lin-toneladas  to ws-exib-ton-sitio
           move ws-lin-ocupacao   to ws-exib-ocup
           move ws-lin-alertas    to ws-exib-alertas
           move ws-lin-horas      to ws-exib-horas

           move ws-exib-silos     to ws-laudo-linha-w(20:3)
           move ws-exib-ton-sitio to ws-laudo-linha-w(24:11)
           move ws-exib-ocup      to ws-laudo-linha-w(37:5)
           move ws-exib-alertas   to ws-laudo-linha-w(64:5)
           move ws-exib-horas     to ws-laudo-linha-w(70:7)

           if ws-lin-silos-leit > 0
               move ws-lin-media  to ws-exib-temp
               move ws-exib-temp  to ws-laudo-linha-w(43:6)
               move ws-lin-minima to ws-exib-temp
               move ws-exib-temp  to ws-laudo-linha-w(50:6)
               move ws-lin-maxima to ws-exib-temp
               move ws-exib-temp  to ws-laudo-linha-w(57:6)
           else
               move "SEM LEITURA" to ws-laudo-linha-w(44:11)
           end-if

           .
       monta-valores-comparativo-exit.
           exit.

      *>=======================================================================
      *>  Media dos silos com leitura e ocupacao do estoque sobre a
      *>  capacidade (ws-lin-*)
      *>=======================================================================

       calcula-media-ocupacao section.

           move 0 to ws-lin-media
           if ws-lin-silos-leit > 0
               compute ws-lin-media rounded =
                   ws-lin-soma-media / ws-lin-silos-leit
           end-if

           move 0 to ws-lin-ocupacao
           if ws-lin-capacidade > 0
               compute ws-lin-ocupacao rounded =
                   ws-lin-toneladas * 100 / ws-lin-capacidade
                   on size error
                       move 999,9 to ws-lin-ocupacao
               end-compute
           end-if

           .
       calcula-media-ocupacao-exit.
           exit.

      *>=======================================================================
      *>  Linha de total da empresa no comparativo
      *>=======================================================================

       total-corporativo section.

           if ws-lau-linha + 3 > ws-lau-corpo-max
               perform cabecalho-relat
               perform cabecalho-comparativo
           end-if

           move all "-" to ws-laudo-linha-w(1:78)
           perform escreve-linha-relat

           move spaces to ws-laudo-linha-w
           move "TOTAL EMPRESA"   to ws-laudo-linha-w(1:13)
           move ws-cor-silos      to ws-lin-silos
           move ws-cor-silos-leit to ws-lin-silos-leit
           move ws-cor-capacidade to ws-lin-capacidade
           move ws-cor-toneladas  to ws-lin-toneladas
           move ws-cor-soma-media to ws-lin-soma-media
           move ws-cor-minima     to ws-lin-minima
           move ws-cor-maxima     to ws-lin-maxima
           move ws-cor-alertas    to ws-lin-alertas
           move ws-cor-horas      to ws-lin-horas
           perform monta-valores-comparativo
           perform escreve-linha-relat

           move ws-cor-sitios  to ws-exib-qtde
           move ws-qtde-sitios to ws-exib-qtde-tot
           move spaces to ws-laudo-linha-w
           string
               "UNIDADES CONSOLIDADAS: "   delimited by size
               ws-exib-qtde                delimited by size
               " DE "                      delimited by size
               ws-exib-qtde-tot            delimited by size
               into ws-laudo-linha-w
           end-string
           perform escreve-linha-relat

           .
       total-corporativo-exit.
           exit.

      *>=======================================================================
      *>  Unidades que nao enviaram o extrato do mes ou cujo extrato
      *>  foi rejeitado, com o motivo
      *>=======================================================================

       relaciona-faltantes section.

           if ws-cor-faltantes > 0
               if ws-lau-linha + 4 > ws-lau-corpo-max
                   perform cabecalho-relat
               end-if

               move spaces to ws-laudo-linha-w
               perform escreve-linha-relat

               move ws-cor-faltantes to ws-exib-qtde
               move spaces to ws-laudo-linha-w
               string
                   "*** UNIDADES SEM EXTRATO VALIDO NO MES: "
                                           delimited by size
                   ws-exib-qtde            delimited by size
                   " - FORA DO TOTAL ***"  delimited by size
                   into ws-laudo-linha-w
               end-string
               perform escreve-linha-relat

               perform varying ws-sts-ind from 1 by 1
                   until ws-sts-ind > ws-qtde-sitios
                   if ws-sts-situacao(ws-sts-ind) <> "E"
                       if ws-lau-linha >= ws-lau-corpo-max
                           perform cabecalho-relat
                       end-if
                       move spaces to ws-laudo-linha-w
                       move ws-sts-codigo(ws-sts-ind)
                           to ws-laudo-linha-w(3:3)
                       move ws-sts-nome(ws-sts-ind)
                           to ws-laudo-linha-w(7:30)
                       move ws-sts-motivo(ws-sts-ind)
                           to ws-laudo-linha-w(38:40)
                       perform escreve-linha-relat
                   end-if
               end-perform
           end-if

           .
       relaciona-faltantes-exit.
           exit.

      *>=======================================================================
      *>  Detalhe por silo da unidade ws-sts-ind com o total da unidade
      *>=======================================================================

       detalhe-sitio section.

      *> -------------  Titulo da unidade + colunas + um silo nao ficam
      *> -------------  orfaos no pe da folha
           if ws-lau-linha + 6 > ws-lau-corpo-max
               perform cabecalho-relat
           end-if

           move spaces to ws-laudo-linha-w
           perform escreve-linha-relat

           move ws-sts-data-ger(ws-sts-ind) to ws-exib-data-w
           perform formata-data
           move spaces to ws-laudo-linha-w
           string
               "UNIDADE "                  delimited by size
               ws-sts-codigo(ws-sts-ind)   delimited by size
               " - "                       delimited by size
               ws-sts-nome(ws-sts-ind)     delimited by size
               "  EXTRATO DE "             delimited by size
               ws-exib-data                delimited by size
               into ws-laudo-linha-w
           end-string
           perform escreve-linha-relat

           perform cabecalho-silos

           perform varying ws-dtl-ind from 1 by 1
               until ws-dtl-ind > ws-qtde-detalhes
               if ws-dtl-sitio(ws-dtl-ind) = ws-sts-ind
                   perform linha-silo
               end-if
           end-perform

           if ws-lau-linha + 2 > ws-lau-corpo-max
               perform cabecalho-relat
               perform cabecalho-silos
           end-if

           move all "-" to ws-laudo-linha-w(1:80)
           perform escreve-linha-relat

           move ws-sts-silos-leit(ws-sts-ind) to ws-lin-silos-leit
           move ws-sts-capacidade(ws-sts-ind) to ws-lin-capacidade
           move ws-sts-toneladas(ws-sts-ind)  to ws-lin-toneladas
           move ws-sts-soma-media(ws-sts-ind) to ws-lin-soma-media
           perform calcula-media-ocupacao

           move spaces to ws-laudo-linha-w
           move "TOTAL DA UNIDADE" to ws-laudo-linha-w(1:16)
           move ws-sts-capacidade(ws-sts-ind) to ws-exib-ton-silo
           move ws-exib-ton-silo  to ws-laudo-linha-w(19:9)
           move ws-lin-toneladas  to ws-exib-ton-silo
           move ws-exib-ton-silo  to ws-laudo-linha-w(29:9)
           move ws-lin-ocupacao   to ws-exib-ocup
           move ws-exib-ocup      to ws-laudo-linha-w(39:5)
           if ws-lin-silos-leit > 0
               move ws-lin-media  to ws-exib-temp
               move ws-exib-temp  to ws-laudo-linha-w(50:6)
               move ws-sts-minima(ws-sts-ind) to ws-exib-temp
               move ws-exib-temp  to ws-laudo-linha-w(57:6)
               move ws-sts-maxima(ws-sts-ind) to ws-exib-temp
               move ws-exib-temp  to ws-laudo-linha-w(64:6)
           end-if
           move ws-sts-alertas(ws-sts-ind) to ws-exib-ale-silo
           move ws-exib-ale-silo  to ws-laudo-linha-w(70:4)
           move ws-sts-horas(ws-sts-ind) to ws-exib-horas-silo
           move ws-exib-horas-silo to ws-laudo-linha-w(75:6)
           perform escreve-linha-relat

           .
       detalhe-sitio-exit.
           exit.

      *>=======================================================================
      *>  Titulos das colunas do detalhe por silo
      *>=======================================================================

       cabecalho-silos section.

           move spaces to ws-laudo-linha-w
           move "SILO"        to ws-laudo-linha-w(1:4)
           move "GRAO"        to ws-laudo-linha-w(12:4)
           move "CAPAC T"     to ws-laudo-linha-w(21:7)
           move "ESTOQUE T"   to ws-laudo-linha-w(29:9)
           move "OCUP%"       to ws-laudo-linha-w(39:5)
           move "DIAS"        to ws-laudo-linha-w(45:4)
           move "MEDIA"       to ws-laudo-linha-w(51:5)
           move "MINIMA"      to ws-laudo-linha-w(57:6)
           move "MAXIMA"      to ws-laudo-linha-w(64:6)
           move "ALE"         to ws-laudo-linha-w(71:3)
           move "H.VENT"      to ws-laudo-linha-w(75:6)
           perform escreve-linha-relat

           .
       cabecalho-silos-exit.
           exit.

      *>=======================================================================
      *>  Linha do silo ws-dtl-ind no detalhe da unidade
      *>=======================================================================

       linha-silo section.

           if ws-lau-linha >= ws-lau-corpo-max
               perform cabecalho-relat
               perform cabecalho-silos
           end-if

           move ws-dtl-capacidade(ws-dtl-ind) to ws-lin-capacidade
           move ws-dtl-toneladas(ws-dtl-ind)  to ws-lin-toneladas
           move 0 to ws-lin-silos-leit
           move 0 to ws-lin-soma-media
           perform calcula-media-ocupacao

           move spaces to ws-laudo-linha-w
           move ws-dtl-silo(ws-dtl-ind)   to ws-laudo-linha-w(1:10)
           move ws-dtl-grao(ws-dtl-ind)   to ws-laudo-linha-w(12:8)
           move ws-dtl-capacidade(ws-dtl-ind) to ws-exib-capac
           move ws-exib-capac             to ws-laudo-linha-w(21:7)
           move ws-dtl-toneladas(ws-dtl-ind)  to ws-exib-ton-silo
           move ws-exib-ton-silo          to ws-laudo-linha-w(29:9)
           move ws-lin-ocupacao           to ws-exib-ocup
           move ws-exib-ocup              to ws-laudo-linha-w(39:5)
           move ws-dtl-dias(ws-dtl-ind)   to ws-exib-dias
           move ws-exib-dias              to ws-laudo-linha-w(47:2)

           if ws-dtl-dias(ws-dtl-ind) > 0
               move ws-dtl-media(ws-dtl-ind)  to ws-exib-temp
               move ws-exib-temp              to ws-laudo-linha-w(50:6)
               move ws-dtl-minima(ws-dtl-ind) to ws-exib-temp
               move ws-exib-temp              to ws-laudo-linha-w(57:6)
               move ws-dtl-maxima(ws-dtl-ind) to ws-exib-temp
               move ws-exib-temp              to ws-laudo-linha-w(64:6)
           else
               move "SEM LEITURA" to ws-laudo-linha-w(51:11)
           end-if

           move ws-dtl-alertas(ws-dtl-ind) to ws-exib-ale-silo
           move ws-exib-ale-silo          to ws-laudo-linha-w(70:4)
           move ws-dtl-horas(ws-dtl-ind)  to ws-exib-horas-silo
           move ws-exib-horas-silo        to ws-laudo-linha-w(75:6)
           perform escreve-linha-relat

           .
       linha-silo-exit.
           exit.

      *>=======================================================================
      *>  Data ccyymmdd de ws-exib-data-w em dd/mm/ccyy (ws-exib-data)
      *>=======================================================================

       formata-data section.

           move spaces to ws-exib-data
           if ws-exib-data-w > 0
               string
                   ws-exib-data-w(7:2)     delimited by size
                   "/"                     delimited by size
                   ws-exib-data-w(5:2)     delimited by size
                   "/"                     delimited by size
                   ws-exib-data-w(1:4)     delimited by size
                   into ws-exib-data
               end-string
           end-if

           .
       formata-data-exit.
           exit.

      *>=======================================================================
      *>  Escreve ws-laudo-linha-w no relatorio e avanca o contador de
      *>  linhas da pagina
      *>=======================================================================

       escreve-linha-relat section.

           move ws-laudo-linha-w to fd-rel-linha
           write fd-rel-linha
           if ws-fs-arqRelat <> 0
               display "File Status ao escrever relatorio: "
                   ws-fs-arqRelat
           end-if
           add 1 to ws-lau-linha
           move spaces to ws-laudo-linha-w

           .
       escreve-linha-relat-exit.
           exit.

      *>=======================================================================
      *>  Completa a folha corrente ate as 66 linhas e abre a seguinte
      *>  com o cabecalho do relatorio
      *>=======================================================================

       cabecalho-relat section.

           if ws-lau-pagina > 0
               perform until ws-lau-linha >= ws-lau-linhas-pag
                   move spaces to ws-laudo-linha-w
                   perform escreve-linha-relat
               end-perform
           end-if

           add 1 to ws-lau-pagina
           move 0 to ws-lau-linha

           move ws-lau-pagina to ws-lau-exib-pag
           move spaces to ws-laudo-linha-w
           string
               "CONSOLIDADO CORPORATIVO DE ARMAZENAGEM"
                                       delimited by size
               "                    FOLHA "
                                       delimited by size
               ws-lau-exib-pag         delimited by size
               into ws-laudo-linha-w
           end-string
           perform escreve-linha-relat

           move ws-data-hoje to ws-exib-data-w
           perform formata-data
           move spaces to ws-laudo-linha-w
           string
               "PERIODO "              delimited by size
               ws-periodo-mes          delimited by size
               "/"                     delimited by size
               ws-periodo-ano          delimited by size
               "                        EMITIDO EM "
                                       delimited by size
               ws-exib-data            delimited by size
               into ws-laudo-linha-w
           end-string
           perform escreve-linha-relat

           move all "-" to ws-laudo-linha-w(1:80)
           perform escreve-linha-relat

           .
       cabecalho-relat-exit.
           exit.

      *>=======================================================================
      *>  Legenda no fim do relatorio; a ultima folha e completada no
      *>  tamanho fixo
      *>=======================================================================

       rodape-relat section.

           if ws-lau-linha + 5 > ws-lau-corpo-max
               perform cabecalho-relat
           end-if

           move spaces to ws-laudo-linha-w
           perform escreve-linha-relat
           move all "-" to ws-laudo-linha-w(1:80)
           perform escreve-linha-relat

           move "ESTOQUE: SALDO NO ULTIMO DIA DO MES. MEDIA: DOS SILOS COM LEITURA NO MES."
               to ws-laudo-linha-w
           perform escreve-linha-relat
           move "MINIMA/MAXIMA: EXTREMOS ENTRE CABOS. ALERT: ALERTAS EM ABERTO NO FECHAMENTO."
               to ws-laudo-linha-w
           perform escreve-linha-relat
           move "H.VENT: HORAS DE VENTILADOR NO MES."
               to ws-laudo-linha-w
           perform escreve-linha-relat

           perform until ws-lau-linha >= ws-lau-linhas-pag
               move spaces to ws-laudo-linha-w
               perform escreve-linha-relat
           end-perform

           .
       rodape-relat-exit.
           exit.

       finaliza section.

           display "Unidades esperadas: " ws-qtde-sitios
               "  consolidadas: " ws-cor-sitios
               "  sem extrato valido: " ws-cor-faltantes
           display "Consolidacao encerrada."
           .
       finaliza-exit.
           exit.
