      *>              tocar em qualquer arquivo: abrir por cima
      *>              truncaria a unica copia dos registros ja
      *>              expurgados e os resumos entrariam em dobro.
      *> 09/09/2026 - Ano limite lido de arquivaParm.txt quando existir
      *>              (sem ACCEPT, para a cadeia noturna); RETURN-CODE
      *>              8 para parametro invalido, copia ou expurgo com
      *>              erro e 4 quando o controle nao e rebaseado.



           access mode is sequential
           file status is ws-fs-arqCtl.

           select optional arqParm assign to "arquivaParm.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqParm.

       I-O-Control.


          05 fdr-maxima                             pic s9(02)v99.
          05 fdr-qtde                               pic  9(05).

       fd arqParm.
       01 fd-parm-reg.
          05 fd-parm-ano                            pic  9(04).


      *>----Variaveis de trabalho
       Working-storage Section.
       77 ws-fs-arqArc                             pic 9(02).
       77 ws-fs-arqResumo                          pic 9(02).
       77 ws-fs-arqCtl                             pic 9(02).
       77 ws-fs-arqParm                            pic 9(02).

       77 ws-arc-nome                              pic x(30).
       77 ws-ano-limite                            pic 9(04).
               perform copia-archive

               if ws-arc-lidos = 0
                   if copia-com-erro
                       move 8 to return-code
                   else
                       display "Nenhuma leitura ate o ano " ws-ano-limite
                           " em arqTemp.dat; nada a expurgar."
                   end-if
               else
                   if copia-ok
      *> os resumos sao gravados ANTES do expurgo: se o expurgo
                       if expurgo-ok
                           perform rebaseia-controle
                       else
                           move 8 to return-code
                           display "*** AVISO: expurgo incompleto; os "
                               "registros remanescentes dos anos "
                               "cortados ainda estao online E ja tem "
                               "expurgo ser refeito. ***"
                       end-if
                   else
                       move 8 to return-code
                       display "*** Copia com divergencia; expurgo "
                           "NAO executado, arqTemp.dat intacto. ***"
                   end-if
           set copia-ok to true
           set parm-valido to true

      *> -------------  Com arquivaParm.txt (agendamento noturno) o
      *> -------------  ano vem do arquivo; sem ele, do operador
           move 0 to ws-ano-limite

           open input arqParm

           if ws-fs-arqParm = 0 then
               read arqParm
                   at end
                       display "arquivaParm.txt vazio."
                       set parm-invalido to true
                   not at end
                       if fd-parm-ano is numeric
                           move fd-parm-ano to ws-ano-limite
                       end-if
                       display "Ano limite de arquivaParm.txt: "
                           ws-ano-limite
               end-read

               close arqParm
           else
               display " "
               display "Arquivar leituras ate o ano (ccyy):"
               accept ws-ano-limite
                   on exception
                       move 0 to ws-ano-limite
               end-accept
           end-if

      *> -------------  So ano ja encerrado pode ser cortado; o ano
      *> -------------  corrente ainda recebe leituras e relatorios
               set parm-invalido to true
           end-if

           if parm-invalido
               move 8 to return-code
           end-if

           .
       inicializa-exit.
           exit.
               display "*** AVISO: controle nao rebaseado; a proxima "
                   "verificacao vai acusar o encolhimento do "
                   "expurgo. ***"
               if return-code < 4
                   move 4 to return-code
               end-if
           end-if

           .
