      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Depuracion periodica de socios dados de baja. Saca
      *           de socio.dat a los socios con estado "B" desde hace
      *           mas de los meses de EXSOC.par (12 si falta) y con
      *           saldo cero, y los pasa a exsocios.dat con la fecha y
      *           el motivo de la baja de bajas.dat; sus movimientos
      *           pasan de movhist.dat a exmovhist.dat. Cada socio
      *           depurado queda en auditoria.dat (operacion "E") con
      *           su imagen anterior. Los dados de baja con saldo, con
      *           un convenio de pago vigente (convenios.dat) o sin la
      *           baja registrada en bajas.dat no se depuran y se
      *           listan en el reporte para revisarlos. Mientras corre
      *           tiene tomado el bloqueo de socio.dat (SOCIO.lck) y no
      *           arranca si otro programa lo tiene.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT socios assign to nom-arch
                ORGANIZATION is line sequential
                FILE STATUS is ws-socios-status.
           SELECT socios-new assign to nom-arch-new
                ORGANIZATION is line sequential.
           SELECT param-arch assign to "EXSOC.par"
                ORGANIZATION is line sequential
                FILE STATUS is ws-param-status.
           SELECT bajas assign to nom-arch-bja
                ORGANIZATION is line sequential
                FILE STATUS is ws-bja-status.
           SELECT convenios assign to nom-arch-conv
                ORGANIZATION is line sequential
                FILE STATUS is ws-conv-status.
           SELECT movhist assign to nom-arch-hist
                ORGANIZATION is line sequential
                FILE STATUS is ws-hist-status.
           SELECT movhist-new assign to nom-hist-new
                ORGANIZATION is line sequential.
           SELECT exsocios assign to nom-arch-exs
                ORGANIZATION is line sequential
                FILE STATUS is ws-exs-status.
           SELECT exmovhist assign to nom-arch-exm
                ORGANIZATION is line sequential
                FILE STATUS is ws-exm-status.
           SELECT auditoria assign to nom-arch-aud
                ORGANIZATION is line sequential
                FILE STATUS is ws-aud-status.
           SELECT control-arch assign to nom-arch-ctl
                ORGANIZATION is line sequential
                FILE STATUS is ws-ctl-status.
           SELECT reporte assign to nom-reporte
                ORGANIZATION is line sequential.
           SELECT bloqueo assign to nom-arch-lck
                ORGANIZATION is line sequential
                FILE STATUS is ws-lck-status.
           SELECT socio-idx assign to nom-arch-idx
                ORGANIZATION is indexed
                ACCESS MODE is dynamic
                RECORD KEY is idx-nro
                ALTERNATE RECORD KEY is idx-nom WITH DUPLICATES
                FILE STATUS is ws-idx-status.
       DATA DIVISION.
       FILE SECTION.
       fd  socios.
       01  socios-img pic x(97).

       fd  socios-new.
       01  soc-reg-new pic x(97).

      * EXSOC.par: meses que un socio tiene que llevar dado de baja
      * para pasar a exsocios.dat. Ej.: 012
       fd  param-arch.
       01  param-linea.
           03 par-meses pic 9(3).

       fd  bajas.
       01  bja-reg.
           COPY "BAJA.cpy".

       fd  convenios.
       01  conv-reg.
           COPY "CONVENIO.cpy".

       fd  movhist.
       01  movhist-reg.
           COPY "MOVIM.cpy".

       fd  movhist-new.
       01  mov-reg-new pic x(36).

       fd  exsocios.
       01  exs-reg.
           COPY "EXSOCIO.cpy".

       fd  exmovhist.
       01  exm-reg pic x(36).

       fd  auditoria.
       01  aud-reg.
           COPY "AUDIT.cpy".

       fd  control-arch.
       01  ctl-reg.
           COPY "CONTROL.cpy".

       fd  reporte.
       01  rep-linea pic x(80).

       fd  bloqueo.
       01  blq-reg.
           COPY "BLOQUEO.cpy".

       fd  socio-idx.
       01  idx-reg.
           COPY "SOCIO.cpy" REPLACING LEADING ==soc== BY ==idx==.
       WORKING-STORAGE SECTION.
       01  soc-reg.
           COPY "SOCIO.cpy".
       01  nom-arch      pic x(20) value "..\socio.dat".
       01  nom-arch-new  pic x(20) value "..\socio.new".
       01  nom-arch-g01  pic x(20) value "..\socio.g01".
       01  nom-arch-g02  pic x(20) value "..\socio.g02".
       01  nom-arch-g03  pic x(20) value "..\socio.g03".
       01  nom-arch-bja  pic x(20) value "..\bajas.dat".
       01  nom-arch-conv pic x(20) value "..\convenios.dat".
       01  nom-arch-hist pic x(20) value "..\movhist.dat".
       01  nom-hist-new  pic x(20) value "..\movhist.new".
       01  nom-arch-exs  pic x(20) value "..\exsocios.dat".
       01  nom-arch-exm  pic x(20) value "..\exmovhist.dat".
       01  nom-arch-aud  pic x(20) value "..\auditoria.dat".
       01  nom-arch-ctl  pic x(20) value "..\CONTROL.dat".
       01  nom-arch-idx  pic x(20) value "..\SOCIO.IDX".
       01  nom-reporte   pic x(20).
       01  flag          pic 9   value zero.
       01  ws-socios-status pic x(2).
       01  ws-param-status  pic x(2).
       01  ws-bja-status    pic x(2).
       01  ws-conv-status   pic x(2).
       01  ws-hist-status   pic x(2).
       01  ws-exs-status    pic x(2).
       01  ws-exm-status    pic x(2).
       01  ws-aud-status    pic x(2).
       01  ws-ctl-status    pic x(2).
       01  ws-idx-status    pic x(2).
       01  ws-fecha      pic 9(8).
       01  ws-fecha-r redefines ws-fecha.
           03 ws-hoy-aa  pic 9(4).
           03 ws-hoy-mm  pic 9(2).
           03 ws-hoy-dd  pic 9(2).
       01  ws-hora       pic x(8).
       01  ws-baja       pic 9(8).
       01  ws-baja-r redefines ws-baja.
           03 ws-baja-aa pic 9(4).
           03 ws-baja-mm pic 9(2).
           03 ws-baja-dd pic 9(2).
       01  ws-meses-tope pic 9(3) value 12.
       01  ws-meses      pic s9(5).
       01  ws-n          pic 9(5).
       01  ws-nro        pic 9(4).
      * Por numero de socio (indice = nro + 1).
       01  ws-bja-tbl.
           03 ws-bja-ent occurs 10000 times.
              05 ws-bja-fecha  pic 9(8)  value zero.
              05 ws-bja-motivo pic x(30) value spaces.
              05 ws-depurar    pic 9     value zero.
              05 ws-cant-mov   pic 9(6)  value zero.
              05 ws-conv-vig   pic 9     value zero.
       01  ws-saldo-ed   pic ---,---,--9.99.
       01  ws-tit-det.
           03 filler pic x(42) value "              Nro.  Nombre".
           03 filler pic x(40) value
              "Baja      Motivo".
       01  tot-socios    pic 9(6) value zero.
       01  tot-saldo     pic s9(9)v99 value zero.
       01  tot-depurados pic 9(6) value zero.
       01  tot-en-espera pic 9(6) value zero.
       01  tot-retenidos pic 9(6) value zero.
       01  tot-movs      pic 9(6) value zero.
       01  nom-arch-lck pic x(20) value "..\SOCIO.lck".
       01  ws-lck-status pic x(2).
       01  ws-lck-hora   pic x(8).
       01  ws-lck-oper   pic x(8).
       01  ws-lck-rc     pic s9(9) comp.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           accept ws-fecha from date YYYYMMDD.
           accept ws-hora from time.
           string "DEPURA_" delimited by size
               ws-fecha delimited by size
               ".rpt" delimited by size
               into nom-reporte.
           perform CARGAR-PARAMETROS.
           perform CARGAR-BAJAS.
           perform CARGAR-CONVENIOS.
           perform TOMAR-BLOQUEO.
           open output reporte.
           move "DEPURACION DE SOCIOS DADOS DE BAJA" to rep-linea.
           write rep-linea.
           move spaces to rep-linea.
           string "Fecha: " delimited by size
               ws-fecha delimited by size
               "   Meses de baja para depurar: mas de "
               delimited by size
               ws-meses-tope delimited by size
               into rep-linea.
           write rep-linea.
           move spaces to rep-linea.
           write rep-linea.
           move ws-tit-det to rep-linea.
           write rep-linea.
           perform ELEGIR-DEPURADOS.
           if tot-depurados = zero
               perform GRABAR-PIE
               close reporte
               display "No hay socios para depurar."
               display "Reporte generado en " nom-reporte
               perform LIBERAR-BLOQUEO
               STOP RUN
           end-if.
           perform PASAR-MOVIMIENTOS.
           perform PASAR-SOCIOS.
           perform REFRESCAR-INDEXADO.
           perform GRABAR-CONTROL.
           perform GRABAR-PIE.
           close reporte.
           display "Socios depurados:      " tot-depurados.
           display "Movimientos pasados:   " tot-movs.
           display "Retenidos a revisar:   " tot-retenidos.
           display "Reporte generado en " nom-reporte.
           perform LIBERAR-BLOQUEO.
           STOP RUN.

      * EXSOC.par es optativo: sin el archivo se depura a los que
      * llevan mas de 12 meses de baja.
       CARGAR-PARAMETROS.
           open input param-arch.
           if ws-param-status not = "35"
               read param-arch
                   at end move spaces to param-linea
               end-read
               if par-meses is numeric
                   move par-meses to ws-meses-tope
               else
                   display "ERROR: EXSOC.par invalido. Formato: meses "
                       "9(3)."
                   close param-arch
                   move 8 to return-code
                   STOP RUN
               end-if
               close param-arch
           end-if.

      * Si un socio tiene mas de una baja registrada (se dio de baja,
      * se reincorporo y volvio a darse de baja) vale la ultima.
       CARGAR-BAJAS.
           open input bajas.
           if ws-bja-status not = "35"
               move zero to flag
               read bajas at end move 1 to flag
               end-read
               perform until flag = 1
                   move bja-fecha  to ws-bja-fecha(bja-nro + 1)
                   move bja-motivo to ws-bja-motivo(bja-nro + 1)
                   read bajas at end move 1 to flag
                   end-read
               end-perform
               close bajas
           end-if.

      * Lo que resta de un convenio vigente no esta en el saldo: el
      * socio sigue debiendo aunque su saldo sea cero.
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

      * Primera pasada: se decide quien se depura, sin grabar nada en
      * los archivos del sistema.
       ELEGIR-DEPURADOS.
           open input socios.
           if ws-socios-status = "35"
               display "ERROR: no se encuentra " nom-arch
               close reporte
               move 8 to return-code
               perform LIBERAR-BLOQUEO
               STOP RUN
           end-if.
           move zero to flag.
           read socios into soc-reg at end move 1 to flag.
           perform until flag = 1
               if soc-dado-baja
                   perform JUZGAR-BAJA
               end-if
               read socios into soc-reg at end move 1 to flag
           end-perform.
           close socios.

      * Meses cumplidos desde la baja hasta hoy.
       JUZGAR-BAJA.
           move ws-bja-fecha(soc-nro + 1) to ws-baja.
           move zero to ws-meses.
           if ws-baja not = zero
               compute ws-meses = (ws-hoy-aa * 12 + ws-hoy-mm)
                   - (ws-baja-aa * 12 + ws-baja-mm)
               if ws-hoy-dd < ws-baja-dd
                   subtract 1 from ws-meses
               end-if
           end-if.
           move soc-saldo to ws-saldo-ed.
           move spaces to rep-linea.
           evaluate true
               when ws-baja = zero
                   add 1 to tot-retenidos
                   string "RETENIDO      " delimited by size
                       soc-nro delimited by size
                       "  " delimited by size
                       soc-nom delimited by size
                       "  sin baja registrada en bajas.dat"
                       delimited by size
                       into rep-linea
                   write rep-linea
               when ws-meses <= ws-meses-tope
                   add 1 to tot-en-espera
               when soc-saldo not = zero
                   add 1 to tot-retenidos
                   string "RETENIDO      " delimited by size
                       soc-nro delimited by size
                       "  " delimited by size
                       soc-nom delimited by size
                       "  saldo " delimited by size
                       ws-saldo-ed delimited by size
                       into rep-linea
                   write rep-linea
               when ws-conv-vig(soc-nro + 1) = 1
                   add 1 to tot-retenidos
                   string "RETENIDO      " delimited by size
                       soc-nro delimited by size
                       "  " delimited by size
                       soc-nom delimited by size
                       "  convenio vigente" delimited by size
                       into rep-linea
                   write rep-linea
               when other
                   add 1 to tot-depurados
                   move 1 to ws-depurar(soc-nro + 1)
           end-evaluate.

       PASAR-MOVIMIENTOS.
           open input movhist.
           if ws-hist-status not = "35"
               open output movhist-new
               open extend exmovhist
               if ws-exm-status = "35"
                   open output exmovhist
               end-if
               move zero to flag
               read movhist at end move 1 to flag
               end-read
               perform until flag = 1
                   if ws-depurar(mov-nro + 1) = 1
                       write exm-reg from movhist-reg
                       add 1 to ws-cant-mov(mov-nro + 1)
                       add 1 to tot-movs
                   else
                       write mov-reg-new from movhist-reg
                   end-if
                   read movhist at end move 1 to flag
                   end-read
               end-perform
               close movhist
               close movhist-new
               close exmovhist
               call "CBL_DELETE_FILE" using nom-arch-hist
               call "CBL_RENAME_FILE" using nom-hist-new nom-arch-hist
               move zero to return-code
           end-if.

       PASAR-SOCIOS.
           open input socios.
           open output socios-new.
           open extend exsocios.
           if ws-exs-status = "35"
               open output exsocios
           end-if.
           move zero to flag.
           read socios into soc-reg at end move 1 to flag.
           perform until flag = 1
               if ws-depurar(soc-nro + 1) = 1
                   perform DEPURAR-SOCIO
               else
                   write soc-reg-new from soc-reg
                   add 1 to tot-socios
                   add soc-saldo to tot-saldo
               end-if
               read socios into soc-reg at end move 1 to flag
           end-perform.
           close socios.
           close socios-new.
           close exsocios.
           perform GUARDAR-GENERACION.

       DEPURAR-SOCIO.
           move soc-reg                   to exs-socio.
           move ws-bja-fecha(soc-nro + 1)  to exs-fecha-baja.
           move ws-bja-motivo(soc-nro + 1) to exs-motivo.
           move ws-fecha                  to exs-fecha-depura.
           move ws-cant-mov(soc-nro + 1)   to exs-cant-mov.
           write exs-reg.
           perform GRABAR-AUDITORIA.
           move spaces to rep-linea.
           string "DEPURADO      " delimited by size
               soc-nro delimited by size
               "  " delimited by size
               soc-nom delimited by size
               "  " delimited by size
               exs-fecha-baja delimited by size
               "  " delimited by size
               exs-motivo delimited by size
               into rep-linea.
           write rep-linea.

      * El maestro reemplazado no se borra: rota como generacion de
      * respaldo (socio.g01 la mas reciente, socio.g03 la mas vieja)
      * para que restaura pueda volver atras un pase. En la primera
      * corrida las generaciones viejas todavia no existen y esos
      * renombres fallan; no es condicion de corte.
       GUARDAR-GENERACION.
           call "CBL_DELETE_FILE" using nom-arch-g03.
           call "CBL_RENAME_FILE" using nom-arch-g02 nom-arch-g03.
           call "CBL_RENAME_FILE" using nom-arch-g01 nom-arch-g02.
           call "CBL_RENAME_FILE" using nom-arch nom-arch-g01.
           call "CBL_RENAME_FILE" using nom-arch-new nom-arch.
           move zero to return-code.

       GRABAR-AUDITORIA.
           open extend auditoria.
           if ws-aud-status = "35"
               open output auditoria
           end-if.
           move ws-fecha     to aud-fecha.
           move ws-hora(1:6) to aud-hora.
           move ws-lck-oper  to aud-operador.
           move "E"          to aud-oper.
           move soc-nro      to aud-nro.
           move soc-reg      to aud-antes.
           move spaces       to aud-despues.
           write aud-reg.
           close auditoria.

       GRABAR-CONTROL.
           open extend control-arch.
           if ws-ctl-status = "35"
               open output control-arch
           end-if.
           accept ws-hora from time.
           move ws-fecha     to ctl-fecha.
           move ws-hora(1:6) to ctl-hora.
           move "DEPURA"     to ctl-prog.
           move nom-arch     to ctl-arch.
           move tot-socios   to ctl-cant.
           move tot-saldo    to ctl-saldo.
           write ctl-reg.
           close control-arch.

      * Los socios que siguen en el maestro no cambiaron; solo se
      * borran del indexado los depurados.
       REFRESCAR-INDEXADO.
           open i-o socio-idx.
           if ws-idx-status = "35"
               display "ADVERTENCIA: falta " nom-arch-idx
                   ". Correr indexar para regenerarlo."
           else
               perform varying ws-n from 1 by 1 until ws-n > 10000
                   if ws-depurar(ws-n) = 1
                       subtract 1 from ws-n giving ws-nro
                       move ws-nro to idx-nro
                       delete socio-idx record
                           invalid key
                               display "ADVERTENCIA: el socio " ws-nro
                                   " no estaba en " nom-arch-idx
                       end-delete
                   end-if
               end-perform
               close socio-idx
           end-if.

       GRABAR-PIE.
           move spaces to rep-linea.
           write rep-linea.
           move spaces to rep-linea.
           string "Depurados:                   " delimited by size
               tot-depurados delimited by size
               into rep-linea.
           write rep-linea.
           move spaces to rep-linea.
           string "Movimientos a exmovhist.dat: " delimited by size
               tot-movs delimited by size
               into rep-linea.
           write rep-linea.
           move spaces to rep-linea.
           string "Retenidos a revisar:         " delimited by size
               tot-retenidos delimited by size
               into rep-linea.
           write rep-linea.
           move spaces to rep-linea.
           string "Bajas que aun no cumplen el plazo: "
               delimited by size
               tot-en-espera delimited by size
               into rep-linea.
           write rep-linea.

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
           move "DEPURA" to blq-prog.
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
