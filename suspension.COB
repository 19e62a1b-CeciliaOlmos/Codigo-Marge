      *           con una mora mayor a los dias alli parametrizados
      *           (antiguedad juzgada sobre movhist.dat, aplicando los
      *           pagos a los cargos mas viejos primero) y rehabilita
      *           ("A") al suspendido que cancelo su deuda. No se
      *           suspende al socio que tiene un convenio de pago
      *           vigente en convenios.dat; si el convenio cae, el
      *           socio vuelve a juzgarse como cualquier otro. Cada
      *           cambio de estado queda en auditoria.dat con la
      *           imagen anterior y posterior, como lo hace
      *           mantenimiento, y se emite el parte del dia para el
      *           mostrador. La suspension del titular de un grupo
      *           familiar (grupos.dat) se extiende a sus adherentes
      *           activos, y el adherente no se rehabilita mientras su
      *           titular siga suspendido.
      *           Mientras corre tiene tomado el bloqueo de socio.dat
      *           (SOCIO.lck) y no arranca si otro programa lo tiene.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                FILE STATUS is ws-ctl-status.
           SELECT registro assign to nom-registro
                ORGANIZATION is line sequential.
           SELECT convenios assign to nom-arch-conv
                ORGANIZATION is line sequential
                FILE STATUS is ws-conv-status.
           SELECT grupos assign to nom-arch-grp
                ORGANIZATION is line sequential
                FILE STATUS is ws-grp-status.
           SELECT bloqueo assign to nom-arch-lck
                ORGANIZATION is line sequential
                FILE STATUS is ws-lck-status.
           SELECT socio-idx assign to nom-arch-idx
                ORGANIZATION is indexed
                ACCESS MODE is dynamic
       fd  registro.
       01  reg-linea pic x(80).

       fd  convenios.
       01  conv-reg.
           COPY "CONVENIO.cpy".

       fd  grupos.
       01  grp-reg.
           COPY "GRUPO.cpy".

       fd  bloqueo.
       01  blq-reg.
           COPY "BLOQUEO.cpy".

       fd  socio-idx.
       01  idx-reg.
           COPY "SOCIO.cpy" REPLACING LEADING ==soc== BY ==idx==.
       01  nom-arch-aud  pic x(20) value "..\auditoria.dat".
       01  nom-arch-ctl  pic x(20) value "..\CONTROL.dat".
       01  nom-arch-idx  pic x(20) value "..\SOCIO.IDX".
       01  nom-arch-conv pic x(20) value "..\convenios.dat".
       01  nom-arch-grp  pic x(20) value "..\grupos.dat".
       01  nom-registro  pic x(20).
       01  flag          pic 9   value zero.
       01  ws-socios-status pic x(2).
       01  ws-aud-status    pic x(2).
       01  ws-ctl-status    pic x(2).
       01  ws-idx-status    pic x(2).
       01  ws-conv-status   pic x(2).
       01  ws-grp-status    pic x(2).
       01  ws-fecha      pic 9(8).
       01  ws-hora       pic x(8).
       01  ws-hoy-int    pic 9(7).
       01  tot-saldo     pic s9(9)v99 value zero.
       01  tot-suspendidos   pic 9(6) value zero.
       01  tot-rehabilitados pic 9(6) value zero.
       01  tot-en-convenio   pic 9(6) value zero.
       01  tot-susp-grupo    pic 9(6) value zero.
       01  ws-conv-vig-tbl.
           03 ws-conv-vig pic 9 occurs 10000 times value zero.
       01  ws-en-convenio pic 9.
       01  ws-por-grupo   pic 9.
       01  ws-titular     pic 9(4).
      * Por numero de socio (indice = nro + 1): de quien es adherente,
      * si es titular de un grupo y si ese titular queda suspendido.
       01  ws-grp-tbl.
           03 ws-grp-ent occurs 10000 times.
              05 ws-adh-de    pic 9(4) value zero.
              05 ws-es-titular pic 9   value zero.
              05 ws-tit-susp  pic 9    value zero.
       01  nom-arch-lck pic x(20) value "..\SOCIO.lck".
       01  ws-lck-status pic x(2).
       01  ws-lck-hora   pic x(8).
       01  ws-lck-oper   pic x(8).
       01  ws-lck-rc     pic s9(9) comp.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           accept ws-fecha from date YYYYMMDD.
               into nom-registro.
           perform CARGAR-PARAMETROS.
           perform CARGAR-HISTORICO.
           perform CARGAR-CONVENIOS.
           perform CARGAR-GRUPOS.
           perform TOMAR-BLOQUEO.
           perform PREVER-TITULARES.
           open output registro.
           move "PARTE DE SUSPENSIONES Y REHABILITACIONES"
               to reg-linea.
           perform GRABAR-CONTROL.
           display "Socios suspendidos:    " tot-suspendidos.
           display "Socios rehabilitados:  " tot-rehabilitados.
           display "Morosos en convenio:   " tot-en-convenio.
           display "Suspendidos por grupo: " tot-susp-grupo.
           display "Parte generado en " nom-registro.
           perform LIBERAR-BLOQUEO.
           STOP RUN.

       CARGAR-PARAMETROS.
               end-perform
           end-perform.

       CARGAR-CONVENIOS.
           open input convenios.
           if ws-conv-status not = "35"
               move zero to flag
               read convenios at end move 1 to flag
               end-read
               perform until flag = 1
                   if conv-vigente
                       move 1 to ws-conv-vig(conv-nro + 1)
                   end-if
                   read convenios at end move 1 to flag
                   end-read
               end-perform
               close convenios
           end-if.

       CARGAR-GRUPOS.
           open input grupos.
           if ws-grp-status not = "35"
               move zero to flag
               read grupos at end move 1 to flag
               end-read
               perform until flag = 1
                   move grp-titular to ws-adh-de(grp-nro + 1)
                   move 1 to ws-es-titular(grp-titular + 1)
                   read grupos at end move 1 to flag
                   end-read
               end-perform
               close grupos
           end-if.

      * Un adherente puede estar antes que su titular en socio.dat: el
      * estado en que va a quedar cada titular se decide en una pasada
      * previa, sin grabar nada.
       PREVER-TITULARES.
           open input socios.
           if ws-socios-status = "35"
               display "ERROR: no se encuentra " nom-arch
               move 8 to return-code
               perform LIBERAR-BLOQUEO
               STOP RUN
           end-if.
           move zero to flag.
           read socios into soc-reg at end move 1 to flag.
           perform until flag = 1
               if ws-es-titular(soc-nro + 1) = 1
                   perform DECIDIR-ESTADO
                   if ws-oper = "S"
                       or (soc-suspendido and ws-oper not = "R")
                       move 1 to ws-tit-susp(soc-nro + 1)
                   end-if
               end-if
               read socios into soc-reg at end move 1 to flag
           end-perform.
           close socios.

       RECORRER-SOCIOS.
           open input socios.
           if ws-socios-status = "35"
               display "ERROR: no se encuentra " nom-arch
               close registro
               move 8 to return-code
               perform LIBERAR-BLOQUEO
               STOP RUN
           end-if.
           open output socios-new.
           move zero to flag.
           read socios into soc-reg at end move 1 to flag.
           perform until flag = 1
               perform DECIDIR-ESTADO
               move zero to ws-por-grupo
               move ws-adh-de(soc-nro + 1) to ws-titular
               if ws-titular not = zero
                   if ws-tit-susp(ws-titular + 1) = 1
                       perform SEGUIR-AL-TITULAR
                   end-if
               end-if
               perform APLICAR-DECISION
               write soc-reg-new from soc-reg
               add 1 to tot-socios
               add soc-saldo to tot-saldo
           call "CBL_RENAME_FILE" using nom-arch-new nom-arch.
           move zero to return-code.

      * Decide sobre el socio en soc-reg sin tocarlo: ws-oper queda en
      * "S" (suspender), "R" (rehabilitar) o en blanco.
       DECIDIR-ESTADO.
           move spaces to ws-oper.
           move zero to ws-en-convenio.
           evaluate true
               when soc-activo and soc-saldo < zero
                   and ws-conv-vig(soc-nro + 1) = 1
                   move 1 to ws-en-convenio
               when soc-activo and soc-saldo < zero
                   perform EVALUAR-SUSPENSION
               when soc-suspendido and soc-saldo >= zero
                   move "R" to ws-oper
           end-evaluate.

       EVALUAR-SUSPENSION.
           compute ws-deuda = zero - soc-saldo.
           if ws-deuda > ws-monto-tope
               perform CALCULAR-EDAD-DEUDA
               if ws-edad-max > ws-dias-tope
                   move "S" to ws-oper
               end-if
           end-if.

      * Con el titular suspendido el adherente activo se suspende con
      * el grupo, aunque no deba o este en convenio, y el suspendido no
      * se rehabilita.
       SEGUIR-AL-TITULAR.
           evaluate true
               when ws-oper = "R"
                   move spaces to ws-oper
               when soc-activo and ws-oper = spaces
                   move "S" to ws-oper
                   move 1 to ws-por-grupo
                   move zero to ws-en-convenio
           end-evaluate.

       APLICAR-DECISION.
           evaluate true
               when ws-oper = "S"
                   perform SUSPENDER
               when ws-oper = "R"
                   perform REHABILITAR
               when ws-en-convenio = 1
                   add 1 to tot-en-convenio
           end-evaluate.

       SUSPENDER.
           move soc-reg to ws-antes.
           move "S" to soc-estado.
           move soc-reg to ws-despues.
           add 1 to tot-suspendidos.
           if ws-por-grupo = 1
               add 1 to tot-susp-grupo
           end-if.

       REHABILITAR.
           move soc-reg to ws-antes.
           move "A" to soc-estado.
           move soc-reg to ws-despues.
           add 1 to tot-rehabilitados.

      * Aplica los creditos (pagos y ajustes a favor) a los cargos del
       GRABAR-LINEA-PARTE.
           move soc-saldo to ws-deuda-ed.
           move spaces to reg-linea.
           evaluate true
               when ws-oper = "S" and ws-por-grupo = 1
                   string "SUSPENDIDO    " delimited by size
                       soc-nro delimited by size
                       " " delimited by size
                       soc-nom delimited by size
                       " Saldo " delimited by size
                       ws-deuda-ed delimited by size
                       " Grupo de " delimited by size
                       ws-titular delimited by size
                       into reg-linea
               when ws-oper = "S"
                   string "SUSPENDIDO    " delimited by size
                       soc-nro delimited by size
                       " " delimited by size
                       soc-nom delimited by size
                       " Saldo " delimited by size
                       ws-deuda-ed delimited by size
                       " Mora " delimited by size
                       ws-edad-max delimited by size
                       " dias" delimited by size
                       into reg-linea
               when other
                   string "REHABILITADO  " delimited by size
                       soc-nro delimited by size
                       " " delimited by size
                       soc-nom delimited by size
                       " Saldo " delimited by size
                       ws-deuda-ed delimited by size
                       into reg-linea
           end-evaluate.
           write reg-linea.

       GRABAR-PIE-REGISTRO.
               tot-rehabilitados delimited by size
               into reg-linea.
           write reg-linea.
           move spaces to reg-linea.
           string "Morosos no suspendidos por convenio vigente: "
               delimited by size
               tot-en-convenio delimited by size
               into reg-linea.
           write reg-linea.
           move spaces to reg-linea.
           string "Suspendidos por suspension del titular del grupo: "
               delimited by size
               tot-susp-grupo delimited by size
               into reg-linea.
           write reg-linea.

       GRABAR-CONTROL.
           open extend control-arch.
               close socios
               close socio-idx
           end-if.

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
           move "SUSPENSION" to blq-prog.
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
