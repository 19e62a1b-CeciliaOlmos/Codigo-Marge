      *           absorbido de socio.dat y de SOCIO.IDX y deja toda la
      *           operacion asentada en auditoria.dat con las imagenes
      *           anterior y posterior, como lo hace mantenimiento.
      *           No se absorbe un socio que integra un grupo familiar
      *           (grupos.dat) o que tiene un convenio de pago vigente
      *           (convenios.dat): primero se lo quita del grupo o se
      *           termina el convenio.
      *           Durante toda la sesion tiene tomado el bloqueo de
      *           socio.dat (SOCIO.lck); no arranca si otro programa
      *           lo tiene.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT control-arch assign to nom-arch-ctl
                ORGANIZATION is line sequential
                FILE STATUS is ws-ctl-status.
           SELECT grupos assign to nom-arch-grp
                ORGANIZATION is line sequential
                FILE STATUS is ws-grp-status.
           SELECT convenios assign to nom-arch-conv
                ORGANIZATION is line sequential
                FILE STATUS is ws-conv-status.
           SELECT rpt-arch assign to nom-rpt
                ORGANIZATION is line sequential.
           SELECT bloqueo assign to nom-arch-lck
                ORGANIZATION is line sequential
                FILE STATUS is ws-lck-status.
           SELECT socio-idx assign to nom-arch-idx
                ORGANIZATION is indexed
                ACCESS MODE is dynamic
       01  ctl-reg.
           COPY "CONTROL.cpy".

       fd  grupos.
       01  grp-reg.
           COPY "GRUPO.cpy".

       fd  convenios.
       01  conv-reg.
           COPY "CONVENIO.cpy".

       fd  rpt-arch.
       01  rpt-linea pic x(80).

       fd  bloqueo.
       01  blq-reg.
           COPY "BLOQUEO.cpy".

       fd  socio-idx.
       01  idx-reg.
           COPY "SOCIO.cpy" REPLACING LEADING ==soc== BY ==idx==.
       01  nom-arch-aud  pic x(20) value "..\auditoria.dat".
       01  nom-arch-ctl  pic x(20) value "..\CONTROL.dat".
       01  nom-arch-idx  pic x(20) value "..\SOCIO.IDX".
       01  nom-arch-grp  pic x(20) value "..\grupos.dat".
       01  nom-arch-conv pic x(20) value "..\convenios.dat".
       01  nom-rpt       pic x(24).
       01  flag          pic 9   value zero.
       01  ws-socios-status pic x(2).
       01  ws-aud-status    pic x(2).
       01  ws-ctl-status    pic x(2).
       01  ws-idx-status    pic x(2).
       01  ws-grp-status    pic x(2).
       01  ws-conv-status   pic x(2).
       01  ws-fecha      pic 9(8).
       01  ws-hora       pic x(8).
       01  ws-operador   pic x(8).
       01  ws-reg-baja   pic x(97).
       01  ws-hay-queda  pic 9.
       01  ws-hay-baja   pic 9.
       01  ws-en-grupo   pic 9.
       01  ws-en-convenio pic 9.
       01  ws-antes      pic x(97).
       01  ws-despues    pic x(97).
       01  ws-saldo-nvo  pic s9(8)v99.
       01  tot-repuntados pic 9(6) value zero.
       01  tot-socios    pic 9(6) value zero.
       01  tot-saldo     pic s9(9)v99 value zero.
       01  nom-arch-lck pic x(20) value "..\SOCIO.lck".
       01  ws-lck-status pic x(2).
       01  ws-lck-hora   pic x(8).
       01  ws-lck-oper   pic x(8).
       01  ws-lck-rc     pic s9(9) comp.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           display "Duplicados y unificacion de socios (socio.dat)".
                   with no advancing
               accept ws-operador
           end-perform.
           perform TOMAR-BLOQUEO.
           perform until ws-opcion = "F"
               display "Opcion (R=Reporte de duplicados, "
                   "U=Unificar, F=Fin): " with no advancing
                   when other display "Opcion invalida."
               end-evaluate
           end-perform.
           perform LIBERAR-BLOQUEO.
           STOP RUN.

       REPORTE-DUPLICADOS.
           if ws-socios-status = "35"
               display "ERROR: no se encuentra " nom-arch
               move 8 to return-code
               perform LIBERAR-BLOQUEO
               STOP RUN
           end-if.
           move zero to flag.
               display "ERROR: los dos numeros son el mismo socio."
           else
               perform BUSCAR-AMBOS
               perform UBICAR-ABSORBIDO
               evaluate true
                   when ws-hay-queda = zero or ws-hay-baja = zero
                       display "ERROR: alguno de los dos socios no "
                           "existe. No se unifica."
                   when ws-en-grupo = 1
                       display "ERROR: el socio " ws-nro-baja
                           " integra un grupo familiar. Quitarlo del "
                           "grupo antes de unificar."
                   when ws-en-convenio = 1
                       display "ERROR: el socio " ws-nro-baja
                           " tiene un convenio de pago vigente. No se "
                           "unifica."
                   when other
                       perform CONFIRMAR-UNIFICACION
                       if ws-confirma = "S"
                           perform EJECUTAR-UNIFICACION
                       else
                           display "Unificacion cancelada."
                       end-if
               end-evaluate
           end-if.

       BUSCAR-AMBOS.
           if ws-socios-status = "35"
               display "ERROR: no se encuentra " nom-arch
               move 8 to return-code
               perform LIBERAR-BLOQUEO
               STOP RUN
           end-if.
           move zero to flag.
           end-perform.
           close socios.

      * El absorbido desaparece del maestro: no puede quedar como
      * titular o adherente de un grupo ni con un convenio vigente a
      * su numero.
       UBICAR-ABSORBIDO.
           move zero to ws-en-grupo.
           move zero to ws-en-convenio.
           open input grupos.
           if ws-grp-status not = "35"
               move zero to flag
               read grupos at end move 1 to flag
               end-read
               perform until flag = 1
                   if grp-nro = ws-nro-baja
                       or grp-titular = ws-nro-baja
                       move 1 to ws-en-grupo
                   end-if
                   read grupos at end move 1 to flag
                   end-read
               end-perform
               close grupos
           end-if.
           open input convenios.
           if ws-conv-status not = "35"
               move zero to flag
               read convenios at end move 1 to flag
               end-read
               perform until flag = 1
                   if conv-nro = ws-nro-baja and conv-vigente
                       move 1 to ws-en-convenio
                   end-if
                   read convenios at end move 1 to flag
                   end-read
               end-perform
               close convenios
           end-if.

       CONFIRMAR-UNIFICACION.
           move ws-reg-queda to soc-reg.
           move soc-saldo to ws-saldo-ed.
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
           move ws-operador to ws-lck-oper.
           accept ws-lck-hora from time.
           open output bloqueo.
           move "UNIFICA" to blq-prog.
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
