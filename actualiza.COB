      *           sin tope fijo de movimientos y con tiempo de
      *           corrida parejo aunque el volumen crezca. El maestro
      *           queda ordenado por numero de socio.
      *           Mientras corre tiene tomado el bloqueo de socio.dat
      *           (SOCIO.lck) y no arranca si otro programa lo tiene.
      *           Desde que lee movimientos.dat hasta que lo archiva
      *           como .pro tiene tomado ademas el bloqueo de caja
      *           (CAJA.lck), para que ninguna caja ni reversa agregue
      *           o quite movimientos durante el pase.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT control-arch assign to nom-arch-ctl
                ORGANIZATION is line sequential
                FILE STATUS is ws-ctl-status.
           SELECT bloqueo assign to nom-arch-lck
                ORGANIZATION is line sequential
                FILE STATUS is ws-lck-status.
           SELECT bloqueo-caja assign to nom-arch-cja
                ORGANIZATION is line sequential
                FILE STATUS is ws-cja-status.
           SELECT socio-idx assign to nom-arch-idx
                ORGANIZATION is indexed
                ACCESS MODE is dynamic
       01  ctl-reg.
           COPY "CONTROL.cpy".

       fd  bloqueo.
       01  blq-reg.
           COPY "BLOQUEO.cpy".

       fd  bloqueo-caja.
       01  cja-reg.
           COPY "BLOQUEO.cpy" REPLACING LEADING ==blq== BY ==cja==.

       fd  socio-idx.
       01  idx-reg.
           COPY "SOCIO.cpy" REPLACING LEADING ==soc== BY ==idx==.
       01  tot-aplicados pic 9(6) value zero.
       01  tot-rechazados pic 9(6) value zero.
       01  tot-socios-mov pic 9(6) value zero.
       01  nom-arch-lck pic x(20) value "..\SOCIO.lck".
       01  ws-lck-status pic x(2).
       01  ws-lck-hora   pic x(8).
       01  ws-lck-oper   pic x(8).
       01  ws-lck-rc     pic s9(9) comp.
       01  nom-arch-cja  pic x(20) value "..\CAJA.lck".
       01  ws-cja-status pic x(2).
       01  ws-cja-tomado pic 9   value zero.
       01  ws-intentos   pic 9(3) value 10.
       01  ws-segundos   pic 9(4) comp-5 value 1.
       01  ws-intento    pic 9(3).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           accept ws-fecha from date YYYYMMDD.
               ws-fecha delimited by size
               ".rpt" delimited by size
               into nom-diario.
           perform TOMAR-BLOQUEO.
           perform TOMAR-BLOQUEO-CAJA.
           open output rechazos.
           perform CONTROLAR-ENTRADA.
           SORT arch-sort-soc ASCENDING KEY sso-nro
               OUTPUT PROCEDURE IS APAREAR-Y-ACTUALIZAR.
           close rechazos.
           perform ROTAR-ARCHIVOS.
           perform LIBERAR-BLOQUEO-CAJA.
           perform REFRESCAR-INDEXADO.
           perform GRABAR-CONTROL.
           perform MOSTRAR-TOTALES.
           perform LIBERAR-BLOQUEO.
           STOP RUN.

       CONTROLAR-ENTRADA.
               display "ERROR: no se encuentra " nom-arch-mov
               close rechazos
               move 8 to return-code
               perform LIBERAR-BLOQUEO-CAJA
               perform LIBERAR-BLOQUEO
               STOP RUN
           end-if.
           close movimientos.
           display "Movimientos rechazados: " tot-rechazados.
           display "Socios actualizados:    " tot-socios-mov.
           display "Diario generado en " nom-diario.

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
           move "ACTUALIZA" to blq-prog.
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

      * Las cajas y la reversa toman CAJA.lck solo mientras asientan,
      * asi que se reintenta unos segundos antes de desistir.
       TOMAR-BLOQUEO-CAJA.
           move zero to ws-cja-tomado.
           move zero to ws-intento.
           perform until ws-cja-tomado = 1 or ws-intento > ws-intentos
               open input bloqueo-caja
               if ws-cja-status = "35"
                   open output bloqueo-caja
                   move "ACTUALIZA"  to cja-prog
                   move ws-lck-oper  to cja-operador
                   accept cja-fecha from date YYYYMMDD
                   accept ws-lck-hora from time
                   move ws-lck-hora(1:6) to cja-hora
                   write cja-reg
                   close bloqueo-caja
                   move 1 to ws-cja-tomado
               else
                   read bloqueo-caja
                       at end move spaces to cja-reg
                   end-read
                   close bloqueo-caja
                   add 1 to ws-intento
                   if ws-intento not > ws-intentos
                       call "C$SLEEP" using ws-segundos
                   end-if
               end-if
           end-perform.
           if ws-cja-tomado = zero
               display "ERROR: movimientos.dat esta en uso por "
                   cja-prog " (operador " cja-operador ") desde el "
                   cja-fecha " a las " cja-hora "."
               display "Reintente cuando termine. Si ese programa "
                   "termino en forma anormal, un supervisor libera "
                   "el bloqueo con desbloqueo CAJA."
               move 8 to return-code
               perform LIBERAR-BLOQUEO
               STOP RUN
           end-if.
           move zero to return-code.

       LIBERAR-BLOQUEO-CAJA.
           move return-code to ws-lck-rc.
           call "CBL_DELETE_FILE" using nom-arch-cja.
           move ws-lck-rc to return-code.
       END PROGRAM YOUR-PROGRAM-NAME.
