      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Liberacion supervisada del bloqueo de socio.dat.
      *           Cuando un programa que reescribe el maestro termina
      *           en forma anormal, SOCIO.lck queda y ningun otro
      *           programa de actualizacion arranca. Este programa
      *           muestra quien tiene tomado el bloqueo y desde
      *           cuando, pide la identificacion y la clave de un
      *           supervisor de SUPERV.par y, confirmado que ese
      *           programa ya no esta corriendo, borra el bloqueo y lo
      *           deja anotado en BITACORA.log. Con el argumento CAJA
      *           libera de la misma manera el bloqueo de caja
      *           (CAJA.lck), si una caja termino en forma anormal
      *           mientras asentaba un recibo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT bloqueo assign to nom-arch-lck
                ORGANIZATION is line sequential
                FILE STATUS is ws-lck-status.
           SELECT superv-arch assign to "SUPERV.par"
                ORGANIZATION is line sequential
                FILE STATUS is ws-sup-status.
           SELECT bitacora assign to nom-bitacora
                ORGANIZATION is line sequential
                FILE STATUS is ws-bit-status.
       DATA DIVISION.
       FILE SECTION.
       fd  bloqueo.
       01  blq-reg.
           COPY "BLOQUEO.cpy".

      * SUPERV.par: un supervisor por linea, identificacion y clave
      * separadas por un espacio.
       fd  superv-arch.
       01  sup-linea.
           03 sup-id    pic x(8).
           03 filler    pic x.
           03 sup-clave pic x(8).

       fd  bitacora.
       01  bit-linea pic x(80).
       WORKING-STORAGE SECTION.
       01  nom-arch-lck pic x(20) value "..\SOCIO.lck".
       01  nom-bitacora pic x(20) value "..\BITACORA.log".
       01  flag          pic 9   value zero.
       01  ws-lck-status pic x(2).
       01  ws-sup-status pic x(2).
       01  ws-bit-status pic x(2).
       01  ws-fecha      pic 9(8).
       01  ws-hora       pic x(8).
       01  ws-supervisor pic x(8).
       01  ws-clave      pic x(8).
       01  ws-autorizado pic 9   value zero.
       01  ws-confirma   pic x.
       01  ws-arg-num    pic 9(4) value 1.
       01  ws-modo       pic x(4) value spaces.
       01  ws-arch-desc  pic x(9) value "socio.dat".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           perform OBTENER-MODO.
           display "Liberacion del bloqueo de " ws-arch-desc.
           open input bloqueo.
           if ws-lck-status = "35"
               display "No hay bloqueo de " ws-arch-desc
               STOP RUN
           end-if.
           read bloqueo
               at end move spaces to blq-reg
           end-read.
           close bloqueo.
           display "Bloqueado por " blq-prog " operador " blq-operador
               " desde el " blq-fecha " a las " blq-hora.
           display "Identificacion del supervisor: " with no advancing.
           accept ws-supervisor.
           display "Clave: " with no advancing.
           accept ws-clave.
           perform VALIDAR-SUPERVISOR.
           if ws-autorizado = zero
               display "ERROR: supervisor o clave invalidos. No se "
                   "libera el bloqueo."
               move 8 to return-code
               STOP RUN
           end-if.
           display "Verifique que " blq-prog " ya no este corriendo. "
               "Libera el bloqueo? (S/N): " with no advancing.
           accept ws-confirma.
           move function upper-case(ws-confirma) to ws-confirma.
           if ws-confirma not = "S"
               display "No se libera el bloqueo."
               STOP RUN
           end-if.
           call "CBL_DELETE_FILE" using nom-arch-lck.
           move zero to return-code.
           perform ANOTAR-BITACORA.
           if ws-modo = "CAJA"
               display "Bloqueo liberado. Verificar en recibos.dat y "
                   "movimientos.dat el ultimo recibo de esa caja."
           else
               display "Bloqueo liberado. Si el programa interrumpido "
                   "reescribia socio.dat, correr concilia antes de "
                   "seguir."
           end-if.
           STOP RUN.

       OBTENER-MODO.
           display ws-arg-num upon argument-number.
           accept ws-modo from argument-value
               on exception move spaces to ws-modo
           end-accept.
           move function upper-case(ws-modo) to ws-modo.
           if ws-modo = "CAJA"
               move "..\CAJA.lck" to nom-arch-lck
               move "caja" to ws-arch-desc
           end-if.

       VALIDAR-SUPERVISOR.
           open input superv-arch.
           if ws-sup-status = "35"
               display "ERROR: falta SUPERV.par con los supervisores "
                   "habilitados."
               move 8 to return-code
               STOP RUN
           end-if.
           move zero to flag.
           read superv-arch at end move 1 to flag.
           perform until flag = 1
               if sup-id = ws-supervisor and sup-clave = ws-clave
                   and ws-supervisor not = spaces
                   move 1 to ws-autorizado
               end-if
               read superv-arch at end move 1 to flag
               end-read
           end-perform.
           close superv-arch.

       ANOTAR-BITACORA.
           accept ws-fecha from date YYYYMMDD.
           accept ws-hora from time.
           open extend bitacora.
           if ws-bit-status = "35"
               open output bitacora
           end-if.
           move spaces to bit-linea.
           string ws-fecha delimited by size
               " " delimited by size
               ws-hora(1:2) ":" ws-hora(3:2) ":" ws-hora(5:2)
               delimited by size
               " DESBLOQUEO de " delimited by size
               blq-prog delimited by space
               " " delimited by size
               blq-operador delimited by space
               " " delimited by size
               blq-fecha delimited by size
               " por " delimited by size
               ws-supervisor delimited by space
               into bit-linea.
           write bit-linea.
           close bitacora.
       END PROGRAM YOUR-PROGRAM-NAME.
