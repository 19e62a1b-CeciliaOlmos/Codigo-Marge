      *           CONTROL.dat para que concilia verifique la
      *           restauracion. El maestro reemplazado rota el mismo
      *           como generacion, asi la corrida es reversible.
      *           Mientras corre tiene tomado el bloqueo de socio.dat
      *           (SOCIO.lck) y no arranca si otro programa lo tiene.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT control-arch assign to nom-arch-ctl
                ORGANIZATION is line sequential
                FILE STATUS is ws-ctl-status.
           SELECT bloqueo assign to nom-arch-lck
                ORGANIZATION is line sequential
                FILE STATUS is ws-lck-status.
           SELECT socio-idx assign to nom-arch-idx
                ORGANIZATION is indexed
                ACCESS MODE is dynamic
       01  ctl-reg.
           COPY "CONTROL.cpy".

       fd  bloqueo.
       01  blq-reg.
           COPY "BLOQUEO.cpy".

       fd  socio-idx.
       01  idx-reg.
           COPY "SOCIO.cpy" REPLACING LEADING ==soc== BY ==idx==.
       01  tot-saldo     pic s9(9)v99 value zero.
       01  tot-reaplicados pic 9(6) value zero.
       01  tot-sin-socio   pic 9(6) value zero.
       01  nom-arch-lck pic x(20) value "..\SOCIO.lck".
       01  ws-lck-status pic x(2).
       01  ws-lck-hora   pic x(8).
       01  ws-lck-oper   pic x(8).
       01  ws-lck-rc     pic s9(9) comp.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           display "Restauracion del maestro de socios".
               STOP RUN
           end-if.
           accept ws-fecha from date YYYYMMDD.
           perform TOMAR-BLOQUEO.
           perform CARGAR-MOVIMIENTOS-POSTERIORES.
           perform RESTAURAR-MAESTRO.
           perform CONTROLAR-SOBRANTES.
           display "Movimientos reaplicados:   " tot-reaplicados.
           display "Movimientos sin socio:     " tot-sin-socio.
           display "Correr concilia para verificar la restauracion.".
           perform LIBERAR-BLOQUEO.
           STOP RUN.

       CARGAR-MOVIMIENTOS-POSTERIORES.
                               "indicada."
                           close movhist
                           move 8 to return-code
                           perform LIBERAR-BLOQUEO
                           STOP RUN
                       end-if
                       add 1 to ws-tot-hist
               display "ERROR: no se encuentra la generacion "
                   nom-arch-gen
               move 8 to return-code
               perform LIBERAR-BLOQUEO
               STOP RUN
           end-if.
           open output socios-new.
           move tot-saldo    to ctl-saldo.
           write ctl-reg.
           close control-arch.

      * socio.dat se reescribe de a un programa por vez. SOCIO.lck dice
      * quien lo tiene tomado; si ese programa termino mal el archivo
      * queda y lo libera un supervisor con desbloqueo.
       TOMAR-BLOQUEO.
           open input bloqueo.
           if ws-lck-status not = "35"
               read bloqueo
                   at end move spaces to blq-reg
               end-read
               close bloqueo
               display "ERROR: socio.dat esta en uso por " blq-prog
                   " (operador " blq-operador ") desde el "
                   blq-fecha " a las " blq-hora "."
               display "Reintente cuando termine. Si ese programa "
                   "termino en forma anormal, un supervisor libera "
                   "el bloqueo con desbloqueo."
               move 8 to return-code
               STOP RUN
           end-if.
           accept ws-lck-oper from environment "USER"
               on exception move spaces to ws-lck-oper
           end-accept.
           if ws-lck-oper = spaces
               move "BATCH" to ws-lck-oper
           end-if.
           accept ws-lck-hora from time.
           open output bloqueo.
           move "RESTAURA" to blq-prog.
           move ws-lck-oper to blq-operador.
           accept blq-fecha from date YYYYMMDD.
           move ws-lck-hora(1:6) to blq-hora.
           write blq-reg.
           close bloqueo.

      * Se conserva el codigo de retorno que haya dejado el programa.
       LIBERAR-BLOQUEO.
           move return-code to ws-lck-rc.
           call "CBL_DELETE_FILE" using nom-arch-lck.
           move ws-lck-rc to return-code.
       END PROGRAM YOUR-PROGRAM-NAME.
