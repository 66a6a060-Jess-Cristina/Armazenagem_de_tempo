      $set sourceformat"free"

      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "cadeianoite".
       Author. "Jéssica C.Del'agnolo".
       Installation. "PC".
       Date-written. 09/09/2026.
       Date-compiled. 09/09/2026.

      *>----Historico de alteracoes
      *> 09/09/2026 - Controlador da cadeia noturna: roda em ordem a
      *>              verificacao/copia de arqTemp.dat (veriftemp), a
      *>              importacao do datalogger (exercicio1 em modo
      *>              batch "I"), o fechamento do mes anterior ainda
      *>              nao fechado pela cadeia (exercicio1 em modo batch
      *>              "F") e, na primeira rodada de janeiro, o expurgo
      *>              anual (arquivatemp) dos anos anteriores ao ano
      *>              passado. Confere o RETURN-CODE de cada passo:
      *>              4 segue com aviso, 8 ou mais interrompe a cadeia.
      *>              Cada passo vai para o diario cadeiaLog.txt
      *>              (inicio, fim, passo, codigo de retorno e
      *>              quantidade de registros de arqTemp.dat antes e
      *>              depois) e o andamento fica em cadeiaCtrl.txt:
      *>              a reexecucao depois de uma falha retoma do passo
      *>              que falhou, sem repetir os ja concluidos.
      *> 12/09/2026 - Cadeia interrompida depois do ultimo passo ja
      *>              gravado no controle passa a ser dada como
      *>              concluida em vez de retomada alem do ultimo passo.



      *>Divisão para configuração do ambiente
       Environment Division.
       Configuration Section.
           special-names. decimal-point is comma.

      *>----Declaração dos recursos externos
       Input-output Section.
       File-control.

           select optional arqIdx assign to "arqTemp.dat"
           organization is indexed
           access mode is dynamic
           record key is fdx-chave
           file status is ws-fs-arqIdx.

           select optional arqCtrl assign to "cadeiaCtrl.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqCtrl.

           select optional arqLog assign to "cadeiaLog.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqLog.

           select arqBatParm assign to "batchParm.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqBatParm.

           select arqArqParm assign to "arquivaParm.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqArqParm.

       I-O-Control.


      *>Declaração de variáveis
       Data Division.

      *>----Variaveis de arquivos
       File Section.
       fd arqIdx.
       01 fdx-reg.
          05 fdx-chave.
             10 fdx-data                            pic  9(08).
             10 fdx-silo                            pic  x(10).
             10 fdx-cabo                            pic  9(02).
          05 fdx-temperatura                        pic s9(02)v99.

      *>----Andamento da cadeia: um unico registro, regravado a cada
      *>    passo. Situacao E=em execucao, C=concluida, A=abortada
       fd arqCtrl.
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

      *>----Diario da cadeia: uma linha por passo, mais as linhas de
      *>    inicio e fim de cada execucao (passo zero)
       fd arqLog.
       01 fd-log-reg.
          05 fd-log-id                              pic  9(14).
          05 fd-log-data                            pic  9(08).
          05 fd-log-hora-ini                        pic  9(06).
          05 fd-log-hora-fim                        pic  9(06).
          05 fd-log-passo                           pic  9(01).
          05 fd-log-nome                            pic  x(12).
          05 fd-log-rc                              pic  9(04).
          05 fd-log-situacao                        pic  x(08).
          05 fd-log-qtde-antes                      pic  9(07).
          05 fd-log-qtde-depois                     pic  9(07).
          05 fd-log-obs                             pic  x(40).

       fd arqBatParm.
       01 fd-bpa-reg.
          05 fd-bpa-ano                             pic  9(04).
          05 fd-bpa-mes                             pic  9(02).
          05 fd-bpa-modo                            pic  x(01).

       fd arqArqParm.
       01 fd-apa-reg.
          05 fd-apa-ano                             pic  9(04).


      *>----Variaveis de trabalho
       Working-storage Section.

       77 ws-fs-arqIdx                             pic 9(02).
       77 ws-fs-arqCtrl                            pic 9(02).
       77 ws-fs-arqLog                             pic 9(02).
       77 ws-fs-arqBatParm                         pic 9(02).
       77 ws-fs-arqArqParm                         pic 9(02).

       01 ws-data-hoje                             pic 9(08).
       01 ws-data-hoje-r redefines ws-data-hoje.
          05 ws-hoje-ano                           pic 9(04).
          05 ws-hoje-mes                           pic 9(02).
          05 ws-hoje-dia                           pic 9(02).
       01 ws-hora-sistema                          pic 9(08).
       01 ws-hora-sistema-r redefines ws-hora-sistema.
          05 ws-hora-hhmmss                        pic 9(06).
          05 filler                                pic 9(02).
       77 ws-mes-anterior                          pic 9(06).

      *>----Comandos dos passos (programas no PATH do agendamento,
      *>    rodando no diretorio dos arquivos de dados)
       77 ws-cmd-verif                             pic x(60)
                                                   value "veriftemp".
       77 ws-cmd-exercicio                         pic x(60)
                                                   value "exercicio1".
       77 ws-cmd-arquiva                           pic x(60)
                                                   value "arquivatemp".
       77 ws-cmd                                   pic x(60).

       01 ws-tab-passos.
          05 filler                                pic x(12)
                                                   value "VERIFICACAO".
          05 filler                                pic x(12)
                                                   value "IMPORTACAO".
          05 filler                                pic x(12)
                                                   value "FECHAMENTO".
          05 filler                                pic x(12)
                                                   value "ARQUIVAMENTO".
       01 ws-tab-passos-r redefines ws-tab-passos.
          05 ws-passo-nome occurs 4                pic x(12).

      *>----Controle em memoria (espelho de cadeiaCtrl.txt)
       01 ws-ctc-reg.
          05 ws-ctc-id                             pic 9(14).
          05 ws-ctc-situacao                       pic x(01).
          05 ws-ctc-ult-passo                      pic 9(01).
          05 ws-ctc-passo-falha                    pic 9(01).
          05 ws-ctc-rc-falha                       pic 9(04).
          05 ws-ctc-periodo-fech                   pic 9(06).
          05 ws-ctc-periodo-fech-r redefines ws-ctc-periodo-fech.
             10 ws-ctc-fech-ano                    pic 9(04).
             10 ws-ctc-fech-mes                    pic 9(02).
          05 ws-ctc-ano-arquivo                    pic 9(04).
          05 ws-ctc-ult-fechado                    pic 9(06).
          05 ws-ctc-ult-arq-exec                   pic 9(04).
          05 ws-ctc-data-fim                       pic 9(08).
          05 ws-ctc-hora-fim                       pic 9(06).
          05 ws-ctc-avisos                         pic 9(01).

      *>----Passo corrente
       77 ws-passo                                 pic 9(01).
       77 ws-passo-ini                             pic 9(01).
       77 ws-rc-passo                              pic s9(09).
       77 ws-rc-cadeia                             pic 9(02).
       77 ws-exib-rc                               pic zzz9.
       77 ws-pas-hora-ini                          pic 9(06).
       77 ws-pas-qtde-antes                        pic 9(07).
       77 ws-pas-qtde-depois                       pic 9(07).
       77 ws-pas-situacao                          pic x(08).
       77 ws-pas-obs                               pic x(40).
       77 ws-qtde-arqTemp                          pic 9(07).
       77 ws-imp-arquivo                           pic x(40).
       77 ws-imp-destino                           pic x(40).
       77 ws-rc-arquivo                            pic s9(09).

       01 ws-bpa-reg.
          05 ws-bpa-ano                            pic 9(04).
          05 ws-bpa-mes                            pic 9(02).
          05 ws-bpa-modo                           pic x(01).

       77  ws-sw-fim-arquivo                       pic  x(01).
           88  fim-arquivo                         value "S".
           88  nao-fim-arquivo                     value "N".

       77  ws-sw-cadeia                            pic  x(01).
           88  cadeia-abortada                     value "S".
           88  cadeia-em-curso                     value "N".

       77  ws-sw-passo-pulado                      pic  x(01).
           88  passo-pulado                        value "S".
           88  passo-executado                     value "N".

       77  ws-sw-retomada                          pic  x(01).
           88  cadeia-retomada                     value "S".
           88  cadeia-nova                         value "N".


      *>Declaração do corpo do programa
       Procedure Division.

           perform inicializa.
           perform carrega-controle.
           perform planeja-cadeia.

           perform varying ws-passo from ws-passo-ini by 1
               until ws-passo > 4 or cadeia-abortada
               perform executa-passo
           end-perform.

           perform encerra-cadeia.

           perform finaliza.

      *> -------------  O codigo de retorno da cadeia e o do pior passo
           move ws-rc-cadeia to return-code.

           Stop Run.

       inicializa section.

           display "==========================================="
           display " Cadeia noturna"
           display "==========================================="

           accept ws-data-hoje from date yyyymmdd
           accept ws-hora-sistema from time

           move 0 to ws-rc-cadeia
           set cadeia-em-curso to true
           set cadeia-nova to true

           .
       inicializa-exit.
           exit.

      *>=======================================================================
      *>  Le o andamento da ultima execucao (cadeiaCtrl.txt); sem o
      *>  arquivo, a cadeia comeca do zero, sem periodo fechado nem
      *>  expurgo registrados
      *>=======================================================================

       carrega-controle section.

           move 0      to ws-ctc-id
           move "C"    to ws-ctc-situacao
           move 0      to ws-ctc-ult-passo
           move 0      to ws-ctc-passo-falha
           move 0      to ws-ctc-rc-falha
           move 0      to ws-ctc-periodo-fech
           move 0      to ws-ctc-ano-arquivo
           move 0      to ws-ctc-ult-fechado
           move 0      to ws-ctc-ult-arq-exec
           move 0      to ws-ctc-data-fim
           move 0      to ws-ctc-hora-fim
           move 0      to ws-ctc-avisos

           open input arqCtrl

           if ws-fs-arqCtrl = 0
           or ws-fs-arqCtrl = 05 then
               read arqCtrl
                   at end
                       continue
                   not at end
                       move fd-ctc-reg to ws-ctc-reg
               end-read

               close arqCtrl
           else
               display "File Status ao abrir cadeiaCtrl.txt: "
                   ws-fs-arqCtrl
           end-if

           .
       carrega-controle-exit.
           exit.

      *>=======================================================================
      *>  Cadeia anterior abortada (ou interrompida em execucao): retoma
      *>  do passo seguinte ao ultimo concluido, com o mesmo plano de
      *>  fechamento e expurgo. Senao monta uma cadeia nova: fecha o mes
      *>  anterior se a cadeia ainda nao o fechou e, na primeira rodada
      *>  de janeiro, expurga ate o ano retrasado (o ano corrente e o
      *>  anterior ficam online para o comparativo).
      *>=======================================================================

       planeja-cadeia section.

      *> -------------  Interrompida depois de gravar o ultimo passo
      *> -------------  (antes do encerramento): nada a retomar, a
      *> -------------  cadeia anterior e dada como concluida
           if (ws-ctc-situacao = "A" or ws-ctc-situacao = "E")
           and ws-ctc-ult-passo >= 4
               move "C" to ws-ctc-situacao
           end-if

           if ws-ctc-situacao = "A" or ws-ctc-situacao = "E"
               set cadeia-retomada to true
               compute ws-passo-ini = ws-ctc-ult-passo + 1
               display "Retomando a cadeia " ws-ctc-id " no passo "
                   ws-passo-ini " (" ws-passo-nome(ws-passo-ini) ")."
           else
               set cadeia-nova to true
               move 1 to ws-passo-ini

               compute ws-ctc-id =
                   ws-data-hoje * 1000000 + ws-hora-hhmmss
               move 0 to ws-ctc-ult-passo
               move 0 to ws-ctc-passo-falha
               move 0 to ws-ctc-rc-falha
               move 0 to ws-ctc-avisos
               move 0 to ws-ctc-data-fim
               move 0 to ws-ctc-hora-fim

               if ws-hoje-mes = 01
                   compute ws-mes-anterior =
                       (ws-hoje-ano - 1) * 100 + 12
               else
                   compute ws-mes-anterior =
                       ws-hoje-ano * 100 + ws-hoje-mes - 1
               end-if

               if ws-ctc-ult-fechado < ws-mes-anterior
                   move ws-mes-anterior to ws-ctc-periodo-fech
               else
                   move 0 to ws-ctc-periodo-fech
               end-if

               if ws-hoje-mes = 01
               and ws-ctc-ult-arq-exec < ws-hoje-ano
                   compute ws-ctc-ano-arquivo = ws-hoje-ano - 2
               else
                   move 0 to ws-ctc-ano-arquivo
               end-if
           end-if

           move "E" to ws-ctc-situacao
           perform grava-controle

           move spaces to ws-pas-obs
           if cadeia-retomada
               move "RETOMADA" to ws-pas-situacao
               string "RETOMADA NO PASSO "          delimited by size
                      ws-passo-nome(ws-passo-ini)   delimited by size
                      into ws-pas-obs
               end-string
           else
               move "INICIO" to ws-pas-situacao
               if ws-ctc-periodo-fech > 0
                   string "FECHA "                  delimited by size
                          ws-ctc-fech-mes           delimited by size
                          "/"                       delimited by size
                          ws-ctc-fech-ano           delimited by size
                          into ws-pas-obs
                   end-string
               end-if
               if ws-ctc-ano-arquivo > 0
                   move "EXPURGO ATE" to ws-pas-obs(16:11)
                   move ws-ctc-ano-arquivo to ws-pas-obs(28:4)
               end-if
           end-if

           move 0 to ws-passo
           move ws-hora-hhmmss to ws-pas-hora-ini
           move 0 to ws-rc-passo
           move 0 to ws-pas-qtde-antes
           move 0 to ws-pas-qtde-depois
           perform grava-diario

           .
       planeja-cadeia-exit.
           exit.

      *>=======================================================================
      *>  Executa o passo ws-passo: conta arqTemp.dat antes e depois,
      *>  confere o codigo de retorno, grava a linha do diario e o
      *>  andamento; codigo 8 ou mais interrompe a cadeia
      *>=======================================================================

       executa-passo section.

           accept ws-hora-sistema from time
           move ws-hora-hhmmss to ws-pas-hora-ini
           move 0 to ws-rc-passo
           move spaces to ws-pas-obs
           set passo-executado to true

           display " "
           display "Passo " ws-passo " - " ws-passo-nome(ws-passo)

           perform conta-arqTemp
           move ws-qtde-arqTemp to ws-pas-qtde-antes

           evaluate ws-passo
               when 1
                   perform passo-verificacao
               when 2
                   perform passo-importacao
               when 3
                   perform passo-fechamento
               when 4
                   perform passo-arquivamento
           end-evaluate

           perform conta-arqTemp
           move ws-qtde-arqTemp to ws-pas-qtde-depois

           evaluate true
               when passo-pulado
                   move "PULADO" to ws-pas-situacao
               when ws-rc-passo >= 8
                   move "ERRO"   to ws-pas-situacao
                   set cadeia-abortada to true
               when ws-rc-passo >= 4
                   move "AVISO"  to ws-pas-situacao
                   add 1 to ws-ctc-avisos
               when other
                   move "OK"     to ws-pas-situacao
           end-evaluate

           if ws-rc-passo > ws-rc-cadeia
               if ws-rc-passo > 99
                   move 99 to ws-rc-cadeia
               else
                   move ws-rc-passo to ws-rc-cadeia
               end-if
           end-if

           if ws-rc-passo > 9999
               move 9999 to ws-exib-rc
           else
               move ws-rc-passo to ws-exib-rc
           end-if
           display "Passo " ws-passo " " ws-pas-situacao
               " - codigo de retorno " ws-exib-rc

           perform grava-diario

           if cadeia-abortada
               move "A"          to ws-ctc-situacao
               move ws-passo     to ws-ctc-passo-falha
               move ws-rc-passo  to ws-ctc-rc-falha
           else
               move ws-passo     to ws-ctc-ult-passo
           end-if
           perform grava-controle

           .
       executa-passo-exit.
           exit.

      *>=======================================================================
      *>  Passo 1 - verificacao e copia de seguranca de arqTemp.dat
      *>=======================================================================

       passo-verificacao section.

           move ws-cmd-verif to ws-cmd
           perform executa-comando

           .
       passo-verificacao-exit.
           exit.

      *>=======================================================================
      *>  Passo 2 - importacao do datalogger: exercicio1 em modo batch
      *>  "I"; o importTemp.txt processado e renomeado com a
      *>  identificacao da cadeia para nao ser reimportado
      *>=======================================================================

       passo-importacao section.

           move ws-hoje-ano to ws-bpa-ano
           move ws-hoje-mes to ws-bpa-mes
           move "I"         to ws-bpa-modo
           perform grava-parm-batch

           if ws-fs-arqBatParm = 0
               move ws-cmd-exercicio to ws-cmd
               perform executa-comando
               perform apaga-parm-batch

               if ws-rc-passo < 8
                   move "importTemp.txt" to ws-imp-arquivo
                   move spaces to ws-imp-destino
                   string "importTemp-"      delimited by size
                          ws-ctc-id          delimited by size
                          ".txt"             delimited by size
                          into ws-imp-destino
                   end-string
                   call "CBL_RENAME_FILE" using ws-imp-arquivo
                                                ws-imp-destino
                   move return-code to ws-rc-arquivo
                   if ws-rc-arquivo = 0
                       move ws-imp-destino to ws-pas-obs
                   else
                       move "SEM importTemp.txt" to ws-pas-obs
                   end-if
               end-if
           else
               move 8 to ws-rc-passo
               move "FALHA AO GRAVAR batchParm.txt" to ws-pas-obs
           end-if

           .
       passo-importacao-exit.
           exit.

      *>=======================================================================
      *>  Passo 3 - fechamento do mes planejado: exercicio1 em modo
      *>  batch "F" (laudo, CSV e fechamento do periodo por silo)
      *>=======================================================================

       passo-fechamento section.

           if ws-ctc-periodo-fech = 0
               set passo-pulado to true
               move "MES ANTERIOR JA FECHADO" to ws-pas-obs
           else
               move ws-ctc-fech-ano to ws-bpa-ano
               move ws-ctc-fech-mes to ws-bpa-mes
               move "F"             to ws-bpa-modo
               perform grava-parm-batch

               if ws-fs-arqBatParm = 0
                   move ws-cmd-exercicio to ws-cmd
                   perform executa-comando
                   perform apaga-parm-batch

                   string "PERIODO "             delimited by size
                          ws-ctc-fech-mes        delimited by size
                          "/"                    delimited by size
                          ws-ctc-fech-ano        delimited by size
                          into ws-pas-obs
                   end-string

                   if ws-rc-passo < 8
                       move ws-ctc-periodo-fech to ws-ctc-ult-fechado
                   end-if
               else
                   move 8 to ws-rc-passo
                   move "FALHA AO GRAVAR batchParm.txt" to ws-pas-obs
               end-if
           end-if

           .
       passo-fechamento-exit.
           exit.

      *>=======================================================================
      *>  Passo 4 - expurgo anual (so na primeira rodada de janeiro)
      *>=======================================================================

       passo-arquivamento section.

           if ws-ctc-ano-arquivo = 0
               set passo-pulado to true
               move "FORA DA VIRADA DO ANO" to ws-pas-obs
           else
               open output arqArqParm

               if ws-fs-arqArqParm = 0
                   move ws-ctc-ano-arquivo to fd-apa-ano
                   write fd-apa-reg
                   close arqArqParm

                   move ws-cmd-arquiva to ws-cmd
                   perform executa-comando

                   call "CBL_DELETE_FILE" using "arquivaParm.txt"

                   string "EXPURGO ATE "          delimited by size
                          ws-ctc-ano-arquivo      delimited by size
                          into ws-pas-obs
                   end-string

                   if ws-rc-passo < 8
                       move ws-hoje-ano to ws-ctc-ult-arq-exec
                   end-if
               else
                   display "File Status ao gravar arquivaParm.txt: "
                       ws-fs-arqArqParm
                   move 8 to ws-rc-passo
                   move "FALHA AO GRAVAR arquivaParm.txt" to ws-pas-obs
               end-if
           end-if

           .
       passo-arquivamento-exit.
           exit.

      *>=======================================================================
      *>  Roda o comando ws-cmd e devolve o codigo de retorno do
      *>  programa em ws-rc-passo. O shell devolve o status no formato
      *>  de espera (codigo * 256); falha ao disparar vira erro grave.
      *>=======================================================================

       executa-comando section.

           display "Executando: " ws-cmd

           call "SYSTEM" using ws-cmd
           move return-code to ws-rc-passo

           if ws-rc-passo < 0
               move 8 to ws-rc-passo
           else
               if ws-rc-passo > 255
                   divide 256 into ws-rc-passo
               end-if
           end-if

           .
       executa-comando-exit.
           exit.

      *>=======================================================================
      *>  Grava batchParm.txt com o registro montado em ws-bpa-reg
      *>=======================================================================

       grava-parm-batch section.

           open output arqBatParm

           if ws-fs-arqBatParm = 0
               move ws-bpa-reg to fd-bpa-reg
               write fd-bpa-reg
               close arqBatParm
           else
               display "File Status ao gravar batchParm.txt: "
                   ws-fs-arqBatParm
           end-if

           .
       grava-parm-batch-exit.
           exit.

      *>=======================================================================
      *>  Apaga batchParm.txt: deixado no diretorio, a proxima sessao
      *>  interativa do exercicio1 entraria em modo batch
      *>=======================================================================

       apaga-parm-batch section.

           call "CBL_DELETE_FILE" using "batchParm.txt"

           .
       apaga-parm-batch-exit.
           exit.

      *>=======================================================================
      *>  Conta os registros de arqTemp.dat (zero quando ausente)
      *>=======================================================================

       conta-arqTemp section.

           move 0 to ws-qtde-arqTemp

           open input arqIdx

           if ws-fs-arqIdx = 0 then
               set nao-fim-arquivo to true

               perform until fim-arquivo
                   read arqIdx next
                       at end
                           set fim-arquivo to true
                       not at end
                           add 1 to ws-qtde-arqTemp
                   end-read
               end-perform

               close arqIdx
           end-if

           .
       conta-arqTemp-exit.
           exit.

      *>=======================================================================
      *>  Acrescenta a linha do passo ws-passo ao diario da cadeia
      *>=======================================================================

       grava-diario section.

           open extend arqLog

           if ws-fs-arqLog = 0
           or ws-fs-arqLog = 05 then
               accept ws-hora-sistema from time

               move ws-ctc-id          to fd-log-id
               move ws-data-hoje       to fd-log-data
               move ws-pas-hora-ini    to fd-log-hora-ini
               move ws-hora-hhmmss     to fd-log-hora-fim
               move ws-passo           to fd-log-passo
               if ws-passo = 0
                   move "CADEIA"       to fd-log-nome
               else
                   move ws-passo-nome(ws-passo) to fd-log-nome
               end-if
               if ws-rc-passo > 9999
                   move 9999           to fd-log-rc
               else
                   move ws-rc-passo    to fd-log-rc
               end-if
               move ws-pas-situacao    to fd-log-situacao
               move ws-pas-qtde-antes  to fd-log-qtde-antes
               move ws-pas-qtde-depois to fd-log-qtde-depois
               move ws-pas-obs         to fd-log-obs

               write fd-log-reg
               if ws-fs-arqLog <> 0
                   display "File Status ao gravar cadeiaLog.txt: "
                       ws-fs-arqLog
               end-if

               close arqLog
           else
               display "File Status ao abrir cadeiaLog.txt: "
                   ws-fs-arqLog
           end-if

           .
       grava-diario-exit.
           exit.

      *>=======================================================================
      *>  Regrava cadeiaCtrl.txt com o andamento em memoria
      *>=======================================================================

       grava-controle section.

           open output arqCtrl

           if ws-fs-arqCtrl = 0
           or ws-fs-arqCtrl = 05 then
               move ws-ctc-reg to fd-ctc-reg
               write fd-ctc-reg
               if ws-fs-arqCtrl <> 0
                   display "File Status ao gravar cadeiaCtrl.txt: "
                       ws-fs-arqCtrl
               end-if
               close arqCtrl
           else
               display "File Status ao abrir cadeiaCtrl.txt: "
                   ws-fs-arqCtrl
           end-if

           .
       grava-controle-exit.
           exit.

      *>=======================================================================
      *>  Fecha a execucao: situacao final, hora de fim e linha FIM
      *>=======================================================================

       encerra-cadeia section.

           accept ws-hora-sistema from time

           if cadeia-em-curso
               move "C" to ws-ctc-situacao
               move 0   to ws-ctc-passo-falha
               move 0   to ws-ctc-rc-falha
           end-if
           move ws-data-hoje   to ws-ctc-data-fim
           move ws-hora-hhmmss to ws-ctc-hora-fim
           perform grava-controle

           move 0 to ws-passo
           move ws-hora-hhmmss to ws-pas-hora-ini
           move ws-rc-cadeia to ws-rc-passo
           move 0 to ws-pas-qtde-antes
           move ws-qtde-arqTemp to ws-pas-qtde-depois
           move spaces to ws-pas-obs

           if cadeia-abortada
               move "ABORTADA" to ws-pas-situacao
               string "INTERROMPIDA NO PASSO "         delimited by size
                      ws-passo-nome(ws-ctc-passo-falha) delimited by size
                      into ws-pas-obs
               end-string
           else
               move "FIM" to ws-pas-situacao
               if ws-ctc-avisos > 0
                   move "CONCLUIDA COM AVISO" to ws-pas-obs
               else
                   move "CONCLUIDA SEM OCORRENCIA" to ws-pas-obs
               end-if
           end-if

           perform grava-diario

           .
       encerra-cadeia-exit.
           exit.

       finaliza section.

           display " "
           if cadeia-abortada
               display "*** Cadeia INTERROMPIDA no passo "
                   ws-ctc-passo-falha " ("
                   ws-passo-nome(ws-ctc-passo-falha)
                   "); a proxima execucao retoma deste passo. ***"
           else
               display "Cadeia concluida; codigo de retorno "
                   ws-rc-cadeia "."
           end-if
           .
       finaliza-exit.
           exit.
