      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Reversa de movimientos ya aplicados. Con argumento
      *           "B" procesa el archivo de rechazos del banco
      *           (RECHAZOS.txt, separado por punto y coma con
      *           cabecera H, detalles D con fecha, importe, DNI,
      *           referencia y motivo, y cola T de control): cada
      *           debito rechazado se busca en movhist.dat como pago
      *           "BCO " de la misma referencia e importe. Sin
      *           argumento atiende el pedido de un operador que
      *           indica socio, fecha y referencia del movimiento.
      *           La reversa se deja en movimientos.dat para el pase
      *           de actualizacion como un movimiento del mismo tipo
      *           con el importe de signo contrario y referencia
      *           "REV nnnnnnnn", que apunta al registro de
      *           reversas.dat donde queda el original; un original
      *           ya reversado no se reversa de nuevo. Cada reversa se
      *           asienta en auditoria.dat (operacion "X") con el
      *           operador y el motivo. Al debito rechazado se le
      *           puede cargar la comision bancaria de REVERSA.par, y
      *           su linea de presentacion vuelve a quedar impaga.
      *           Mientras deja reversas en movimientos.dat tiene
      *           tomado el bloqueo de caja (CAJA.lck), el mismo que
      *           usan las cajas y el pase de actualizacion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT rechazos assign to nom-arch-rch
                ORGANIZATION is line sequential
                FILE STATUS is ws-rch-status.
           SELECT movhist assign to nom-arch-hist
                ORGANIZATION is line sequential
                FILE STATUS is ws-hist-status.
           SELECT movimientos assign to nom-arch-mov
                ORGANIZATION is line sequential
                FILE STATUS is ws-mov-status.
           SELECT reversas assign to nom-arch-rev
                ORGANIZATION is line sequential
                FILE STATUS is ws-rev-status.
           SELECT auditoria assign to nom-arch-aud
                ORGANIZATION is line sequential
                FILE STATUS is ws-aud-status.
           SELECT presentados assign to nom-arch-pre
                ORGANIZATION is line sequential
                FILE STATUS is ws-pre-status.
           SELECT presentados-new assign to nom-pre-new
                ORGANIZATION is line sequential.
           SELECT param-arch assign to "REVERSA.par"
                ORGANIZATION is line sequential
                FILE STATUS is ws-param-status.
           SELECT reporte assign to nom-reporte
                ORGANIZATION is line sequential.
           SELECT bloqueo assign to nom-arch-lck
                ORGANIZATION is line sequential
                FILE STATUS is ws-lck-status.
       DATA DIVISION.
       FILE SECTION.
       fd  rechazos.
       01  rch-linea pic x(80).

       fd  movhist.
       01  movhist-reg.
           COPY "MOVIM.cpy".

       fd  movimientos.
       01  mov-reg pic x(36).

       fd  reversas.
       01  rev-reg.
           COPY "REVERSA.cpy".

       fd  auditoria.
       01  aud-reg.
           COPY "AUDIT.cpy".

       fd  presentados.
       01  pre-reg.
           COPY "PRESEN.cpy".

       fd  presentados-new.
       01  pre-reg-new pic x(55).

       fd  param-arch.
       01  param-linea.
           03 par-comision pic 9(6)v99.

       fd  reporte.
       01  rep-linea pic x(80).

       fd  bloqueo.
       01  blq-reg.
           COPY "BLOQUEO.cpy".
       WORKING-STORAGE SECTION.
       01  ori-reg.
           COPY "MOVIM.cpy" REPLACING LEADING ==mov== BY ==ori==.
       01  nmv-reg.
           COPY "MOVIM.cpy" REPLACING LEADING ==mov== BY ==nmv==.
       01  ws-aud-mov.
           03 ws-aud-mov-img pic x(36).
           03 ws-aud-motivo  pic x(30).
           03 ws-aud-rev-nro pic 9(8).
           03 filler         pic x(23).
       01  nom-arch-rch  pic x(20) value "..\RECHAZOS.txt".
       01  nom-rch-pro   pic x(20) value "..\RECHAZOS.pro".
       01  nom-arch-hist pic x(20) value "..\movhist.dat".
       01  nom-arch-mov  pic x(20) value "..\movimientos.dat".
       01  nom-arch-rev  pic x(20) value "..\reversas.dat".
       01  nom-arch-aud  pic x(20) value "..\auditoria.dat".
       01  nom-arch-pre  pic x(20) value "..\presentados.dat".
       01  nom-pre-new   pic x(20) value "..\presentados.new".
       01  nom-reporte   pic x(20).
       01  flag          pic 9   value zero.
       01  ws-rch-status    pic x(2).
       01  ws-hist-status   pic x(2).
       01  ws-mov-status    pic x(2).
       01  ws-rev-status    pic x(2).
       01  ws-aud-status    pic x(2).
       01  ws-pre-status    pic x(2).
       01  ws-param-status  pic x(2).
       01  ws-fecha      pic 9(8).
       01  ws-hora       pic x(8).
       01  ws-arg-num    pic 9(4) value 1.
       01  ws-modo       pic x   value space.
       01  ws-operador   pic x(8).
       01  ws-opcion     pic x   value space.
       01  ws-confirma   pic x.
       01  ws-fuente     pic x.
       01  ws-motivo     pic x(30).
       01  ws-comision   pic 9(6)v99 value zero.
       01  ws-con-comision pic 9.
       01  ws-ult-rev    pic 9(8) value zero.
       01  ws-tot-rev    pic 9(4) value zero.
       01  ws-rev-tbl.
           03 ws-rev-img pic x(36) occurs 5000 times.
       01  ws-rev        pic 9(4).
       01  ws-ya-reversado pic 9.
      * Candidatos a original del pedido de un operador
       01  cons-nro      pic 9(4).
       01  cons-fecha    pic 9(8).
       01  cons-ref      pic x(12).
       01  ws-tot-can    pic 9(2) value zero.
       01  ws-can-tbl.
           03 ws-can-ent occurs 20 times.
              05 ws-can-img pic x(36).
              05 ws-can-rev pic 9.
       01  ws-can        pic 9(2).
       01  ws-can-libres pic 9(2).
       01  ws-elegido    pic 9(2).
      * Rechazos del banco
       01  ws-tipo-reg   pic x(2).
       01  ws-campo1     pic x(10).
       01  ws-campo2     pic x(15).
       01  ws-campo3     pic x(10).
       01  ws-campo4     pic x(12).
       01  ws-campo5     pic x(30).
       01  ws-hay-cola   pic 9   value zero.
       01  ws-cola-cant  pic 9(6).
       01  ws-cola-suma  pic s9(11)v99.
       01  ws-importe    pic s9(11)v99.
       01  ws-pos        pic 9(2).
       01  ws-tot-rch    pic 9(4) value zero.
       01  ws-rch-tbl.
           03 ws-rch-ent occurs 2000 times.
              05 ws-rch-fecha   pic 9(8).
              05 ws-rch-importe pic s9(8)v99.
              05 ws-rch-doc     pic 9(8).
              05 ws-rch-ref     pic x(12).
              05 ws-rch-motivo  pic x(30).
              05 ws-rch-reversado pic 9.
       01  ws-rch        pic 9(4).
       01  ws-ref-bco    pic x(12).
       01  ws-hay-original pic 9.
       01  ws-hallado    pic 9.
       01  ws-resultado  pic x(30).
       01  ws-imp-ed     pic ---,---,--9.99.
       01  tot-leidos    pic 9(6) value zero.
       01  tot-suma      pic s9(11)v99 value zero.
       01  tot-reversados pic 9(6) value zero.
       01  tot-rev-suma  pic s9(11)v99 value zero.
       01  tot-no-rev    pic 9(6) value zero.
       01  tot-comisiones pic 9(6) value zero.
       01  tot-reimpagos pic 9(6) value zero.
       01  nom-arch-lck  pic x(20) value "..\CAJA.lck".
       01  ws-lck-status pic x(2).
       01  ws-lck-rc     pic s9(9) comp.
       01  ws-lck-tomado pic 9   value zero.
       01  ws-intentos   pic 9(3) value 10.
       01  ws-segundos   pic 9(4) comp-5 value 1.
       01  ws-intento    pic 9(3).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           accept ws-fecha from date YYYYMMDD.
           display ws-arg-num upon argument-number.
           accept ws-modo from argument-value
               on exception
                   move space to ws-modo
           end-accept.
           move function upper-case(ws-modo) to ws-modo.
           perform CARGAR-PARAMETROS.
           perform CARGAR-REVERSAS.
           if ws-modo = "B"
               perform PROCESAR-RECHAZOS
           else
               perform ATENDER-OPERADOR
           end-if.
           STOP RUN.

      * La comision por debito rechazado es opcional: sin REVERSA.par
      * o con importe cero no se carga.
       CARGAR-PARAMETROS.
           open input param-arch.
           if ws-param-status not = "35"
               move zero to flag
               read param-arch at end move 1 to flag
               end-read
               if flag = zero
                   if par-comision is not numeric
                       display "ERROR: REVERSA.par invalido. Formato: "
                           "comision 9(6)v99 sin punto decimal."
                       close param-arch
                       move 8 to return-code
                       STOP RUN
                   end-if
                   move par-comision to ws-comision
               end-if
               close param-arch
           end-if.

       CARGAR-REVERSAS.
           open input reversas.
           if ws-rev-status not = "35"
               move zero to flag
               read reversas at end move 1 to flag
               end-read
               perform until flag = 1
                   if ws-tot-rev = 5000
                       display "ERROR: mas de 5000 reversas en "
                           nom-arch-rev ". No se procesa."
                       close reversas
                       move 8 to return-code
                       STOP RUN
                   end-if
                   add 1 to ws-tot-rev
                   move rev-original to ws-rev-img(ws-tot-rev)
                   if rev-nro > ws-ult-rev
                       move rev-nro to ws-ult-rev
                   end-if
                   read reversas at end move 1 to flag
                   end-read
               end-perform
               close reversas
           end-if.

       VERIFICAR-REVERSADO.
           move zero to ws-ya-reversado.
           perform varying ws-rev from 1 by 1
                   until ws-rev > ws-tot-rev or ws-ya-reversado = 1
               if ws-rev-img(ws-rev) = movhist-reg
                   move 1 to ws-ya-reversado
               end-if
           end-perform.

      ******************************************************************
      * Pedido de un operador
      ******************************************************************
       ATENDER-OPERADOR.
           display "Reversa de movimientos aplicados".
           move spaces to ws-operador.
           perform until ws-operador not = spaces
               display "Identificacion del operador: "
                   with no advancing
               accept ws-operador
           end-perform.
           move "O" to ws-fuente.
           perform until ws-opcion = "F"
               display "Opcion (R=Reversar movimiento, F=Fin): "
                   with no advancing
               accept ws-opcion
               move function upper-case(ws-opcion) to ws-opcion
               evaluate ws-opcion
                   when "R" perform PEDIDO-REVERSA
                   when "F" continue
                   when other display "Opcion invalida."
               end-evaluate
           end-perform.

       PEDIDO-REVERSA.
           display "Nro de socio: " with no advancing.
           accept cons-nro.
           display "Fecha del movimiento AAAAMMDD: " with no advancing.
           accept cons-fecha.
           display "Referencia del movimiento: " with no advancing.
           accept cons-ref.
           perform BUSCAR-CANDIDATOS.
           evaluate true
               when ws-tot-can = zero
                   display "ERROR: no hay en " nom-arch-hist
                       " un movimiento del socio " cons-nro
                       " del " cons-fecha " con referencia " cons-ref
               when ws-can-libres = zero
                   display "ERROR: el movimiento ya fue reversado. "
                       "No se reversa dos veces."
               when other
                   perform ELEGIR-CANDIDATO
                   perform CONFIRMAR-REVERSA
           end-evaluate.

      * Una reversa nunca es a su vez original de otra: para volver
      * atras una reversa equivocada se registra el movimiento de
      * nuevo.
       BUSCAR-CANDIDATOS.
           move zero to ws-tot-can.
           move zero to ws-can-libres.
           open input movhist.
           if ws-hist-status = "35"
               display "ERROR: no se encuentra " nom-arch-hist
               move 8 to return-code
               STOP RUN
           end-if.
           move zero to flag.
           read movhist at end move 1 to flag.
           perform until flag = 1
               if mov-nro = cons-nro and mov-fecha = cons-fecha
                   and mov-ref = cons-ref and mov-ref(1:4) not = "REV "
                   and ws-tot-can < 20
                   perform VERIFICAR-REVERSADO
                   add 1 to ws-tot-can
                   move movhist-reg to ws-can-img(ws-tot-can)
                   move ws-ya-reversado to ws-can-rev(ws-tot-can)
                   if ws-ya-reversado = zero
                       add 1 to ws-can-libres
                   end-if
               end-if
               read movhist at end move 1 to flag
           end-perform.
           close movhist.

       ELEGIR-CANDIDATO.
           move zero to ws-elegido.
           perform varying ws-can from 1 by 1 until ws-can > ws-tot-can
               move ws-can-img(ws-can) to ori-reg
               move ori-importe to ws-imp-ed
               if ws-can-rev(ws-can) = 1
                   display "  " ws-can ") " ori-tipo " " ori-ref " "
                       ws-imp-ed "  (ya reversado)"
               else
                   display "  " ws-can ") " ori-tipo " " ori-ref " "
                       ws-imp-ed
                   if ws-can-libres = 1
                       move ws-can to ws-elegido
                   end-if
               end-if
           end-perform.
           perform until ws-elegido > zero
               display "Movimiento a reversar (1 a " ws-tot-can "): "
                   with no advancing
               accept ws-elegido
               if ws-elegido = zero or ws-elegido > ws-tot-can
                   move zero to ws-elegido
                   display "Numero invalido."
               else
                   if ws-can-rev(ws-elegido) = 1
                       move zero to ws-elegido
                       display "Ese movimiento ya fue reversado."
                   end-if
               end-if
           end-perform.
           move ws-can-img(ws-elegido) to ori-reg.

       CONFIRMAR-REVERSA.
           move spaces to ws-motivo.
           perform until ws-motivo not = spaces
               display "Motivo de la reversa: " with no advancing
               accept ws-motivo
           end-perform.
           move zero to ws-con-comision.
           if ws-comision > zero and ori-tipo = "P"
               and ori-ref(1:4) = "BCO "
               move ws-comision to ws-imp-ed
               display "Cargar la comision bancaria de " ws-imp-ed
                   "? (S/N): " with no advancing
               accept ws-confirma
               move function upper-case(ws-confirma) to ws-confirma
               if ws-confirma = "S"
                   move 1 to ws-con-comision
               end-if
           end-if.
           move ori-importe to ws-imp-ed.
           display "Se reversa " ori-tipo " " ori-ref " del "
               ori-fecha " por " ws-imp-ed.
           display "Confirma la reversa? (S/N): " with no advancing.
           accept ws-confirma.
           move function upper-case(ws-confirma) to ws-confirma.
           if ws-confirma = "S"
               perform TOMAR-BLOQUEO
               if ws-lck-tomado = 1
                   perform REVERTIR
                   perform LIBERAR-BLOQUEO
                   display "Reversa REV " ws-ult-rev " registrada."
                   display "Quedo en " nom-arch-mov
                       " para el pase de actualizacion."
               else
                   display "ERROR: no se registro la reversa. "
                       "Reintente."
               end-if
           else
               display "Reversa cancelada."
           end-if.

      ******************************************************************
      * Asiento de la reversa, comun a los dos origenes
      ******************************************************************
       REVERTIR.
           accept ws-hora from time.
           add 1 to ws-ult-rev.
           move ori-nro     to nmv-nro.
           move ws-fecha    to nmv-fecha.
           move ori-tipo    to nmv-tipo.
           compute nmv-importe = zero - ori-importe.
           move spaces      to nmv-ref.
           string "REV " delimited by size
               ws-ult-rev delimited by size
               into nmv-ref.
           open extend movimientos.
           if ws-mov-status = "35"
               open output movimientos
           end-if.
           write mov-reg from nmv-reg.
           if ws-con-comision = 1
               move "C"          to nmv-tipo
               move ws-comision  to nmv-importe
               move "COMIS RECH" to nmv-ref
               write mov-reg from nmv-reg
               add 1 to tot-comisiones
           end-if.
           close movimientos.
           perform GRABAR-REVERSA.
           perform GRABAR-AUDITORIA.
           if ws-tot-rev < 5000
               add 1 to ws-tot-rev
               move ori-reg to ws-rev-img(ws-tot-rev)
           end-if.
           add 1 to tot-reversados.
           add ori-importe to tot-rev-suma.

       GRABAR-REVERSA.
           open extend reversas.
           if ws-rev-status = "35"
               open output reversas
           end-if.
           move ws-ult-rev   to rev-nro.
           move ws-fecha     to rev-fecha.
           move ws-hora(1:6) to rev-hora.
           move ws-operador  to rev-operador.
           move ws-fuente    to rev-fuente.
           move ws-motivo    to rev-motivo.
           move ori-reg      to rev-original.
           if ws-con-comision = 1
               move ws-comision to rev-comision
           else
               move zero to rev-comision
           end-if.
           write rev-reg.
           close reversas.

      * Operacion "X": la imagen anterior lleva el movimiento original
      * y la posterior la reversa, el motivo y el numero de reversa.
       GRABAR-AUDITORIA.
           open extend auditoria.
           if ws-aud-status = "35"
               open output auditoria
           end-if.
           move ws-fecha     to aud-fecha.
           move ws-hora(1:6) to aud-hora.
           move ws-operador  to aud-operador.
           move "X"          to aud-oper.
           move ori-nro      to aud-nro.
           move spaces       to aud-antes.
           move ori-reg      to aud-antes(1:36).
           move spaces       to ws-aud-mov.
           move ori-nro      to nmv-nro.
           move ws-fecha     to nmv-fecha.
           move ori-tipo     to nmv-tipo.
           compute nmv-importe = zero - ori-importe.
           move spaces       to nmv-ref.
           string "REV " delimited by size
               ws-ult-rev delimited by size
               into nmv-ref.
           move nmv-reg      to ws-aud-mov-img.
           move ws-motivo    to ws-aud-motivo.
           move ws-ult-rev   to ws-aud-rev-nro.
           move ws-aud-mov   to aud-despues.
           write aud-reg.
           close auditoria.

      ******************************************************************
      * Rechazos del banco
      ******************************************************************
       PROCESAR-RECHAZOS.
           move "BANCO" to ws-operador.
           move "B" to ws-fuente.
           string "REVERSA_" delimited by size
               ws-fecha delimited by size
               ".rpt" delimited by size
               into nom-reporte.
           perform CARGAR-RECHAZOS.
           perform CONTROLAR-COLA.
           perform TOMAR-BLOQUEO.
           if ws-lck-tomado = zero
               move 8 to return-code
               STOP RUN
           end-if.
           open output reporte.
           move "REVERSA DE DEBITOS RECHAZADOS POR EL BANCO"
               to rep-linea.
           write rep-linea.
           move spaces to rep-linea.
           string "Fecha: " ws-fecha delimited by size
               into rep-linea.
           write rep-linea.
           move "Fecha    Referencia          Importe Socio Resultado"
               to rep-linea.
           write rep-linea.
           perform varying ws-rch from 1 by 1 until ws-rch > ws-tot-rch
               perform REVERSAR-RECHAZO
           end-perform.
           perform LIBERAR-BLOQUEO.
           perform GRABAR-TOTALES-RECHAZOS.
           close reporte.
           perform REABRIR-PRESENTACIONES.
      * El archivo procesado se archiva como .pro, igual que los
      * movimientos del pase, para que no se procese dos veces.
           call "CBL_DELETE_FILE" using nom-rch-pro.
           call "CBL_RENAME_FILE" using nom-arch-rch nom-rch-pro.
           move zero to return-code.
           display "Rechazos leidos:      " tot-leidos.
           display "Debitos reversados:   " tot-reversados.
           display "Comisiones cargadas:  " tot-comisiones.
           display "Rechazos sin reversa: " tot-no-rev.
           display "Presentaciones reabiertas: " tot-reimpagos.
           display "Reporte generado en " nom-reporte.
           display "Las reversas quedaron en " nom-arch-mov
               " para el pase de actualizacion.".
           if tot-no-rev > zero
               move 4 to return-code
           end-if.

       CARGAR-RECHAZOS.
           open input rechazos.
           if ws-rch-status = "35"
               display "ERROR: no se encuentra " nom-arch-rch
                   ". Nada que reversar."
               move 8 to return-code
               STOP RUN
           end-if.
           move zero to flag.
           read rechazos at end move 1 to flag.
           perform until flag = 1
               move spaces to ws-campo5
               unstring rch-linea delimited by ";"
                   into ws-tipo-reg ws-campo1 ws-campo2
                        ws-campo3 ws-campo4 ws-campo5
               end-unstring
               evaluate ws-tipo-reg
                   when "H"
                       continue
                   when "D"
                       perform CARGAR-DETALLE
                   when "T"
                       move 1 to ws-hay-cola
                       perform CARGAR-COLA
                   when other
                       display "ERROR: registro de tipo desconocido "
                           "en " nom-arch-rch ": " rch-linea
                       close rechazos
                       move 8 to return-code
                       STOP RUN
               end-evaluate
               read rechazos at end move 1 to flag
           end-perform.
           close rechazos.

       CARGAR-DETALLE.
           if ws-tot-rch = 2000
               display "ERROR: mas de 2000 rechazos en " nom-arch-rch
                   ". Proceso abortado."
               close rechazos
               move 8 to return-code
               STOP RUN
           end-if.
           if ws-campo1(1:8) is not numeric
               display "ERROR: fecha no numerica en " nom-arch-rch
                   ": " rch-linea
               close rechazos
               move 8 to return-code
               STOP RUN
           end-if.
           perform VALIDAR-IMPORTE.
           compute ws-importe = function numval(ws-campo2).
           add 1 to ws-tot-rch.
           move ws-campo1(1:8) to ws-rch-fecha(ws-tot-rch).
           move ws-importe     to ws-rch-importe(ws-tot-rch).
           if ws-campo3(1:8) is numeric
               move ws-campo3(1:8) to ws-rch-doc(ws-tot-rch)
           else
               move zero to ws-rch-doc(ws-tot-rch)
           end-if.
           move ws-campo4      to ws-rch-ref(ws-tot-rch).
           move ws-campo5      to ws-rch-motivo(ws-tot-rch).
           move zero           to ws-rch-reversado(ws-tot-rch).
           add 1 to tot-leidos.
           add ws-importe to tot-suma.

       VALIDAR-IMPORTE.
           perform varying ws-pos from 1 by 1 until ws-pos > 15
               if ws-campo2(ws-pos:1) not = space
                   and ws-campo2(ws-pos:1) not = "."
                   and ws-campo2(ws-pos:1) not = "-"
                   and ws-campo2(ws-pos:1) not = "+"
                   and (ws-campo2(ws-pos:1) < "0"
                       or ws-campo2(ws-pos:1) > "9")
                   display "ERROR: importe invalido en " nom-arch-rch
                       ": " rch-linea
                   close rechazos
                   move 8 to return-code
                   STOP RUN
               end-if
           end-perform.

       CARGAR-COLA.
           perform varying ws-pos from 1 by 1 until ws-pos > 10
               if ws-campo1(ws-pos:1) not = space
                   and (ws-campo1(ws-pos:1) < "0"
                       or ws-campo1(ws-pos:1) > "9")
                   display "ERROR: cantidad no numerica en la cola de "
                       nom-arch-rch
                   close rechazos
                   move 8 to return-code
                   STOP RUN
               end-if
           end-perform.
           compute ws-cola-cant = function numval(ws-campo1).
           compute ws-cola-suma = function numval(ws-campo2).

       CONTROLAR-COLA.
           if ws-hay-cola = zero
               display "ERROR: " nom-arch-rch " no trae registro de "
                   "cola T. No se reversa nada."
               move 8 to return-code
               STOP RUN
           end-if.
           if tot-leidos not = ws-cola-cant
               or tot-suma not = ws-cola-suma
               display "ERROR: los rechazos leidos no cuadran con la "
                   "cola de " nom-arch-rch ". No se reversa nada."
               move 8 to return-code
               STOP RUN
           end-if.

      * El debito rechazado es el pago "BCO " con la misma referencia
      * e importe que todavia no fue reversado; si hay mas de uno se
      * toma el mas reciente.
       REVERSAR-RECHAZO.
           move spaces to ws-ref-bco.
           string "BCO " delimited by size
               ws-rch-ref(ws-rch) delimited by size
               into ws-ref-bco.
           move zero to ws-hay-original.
           move zero to ws-hallado.
           move zero to ori-nro.
           move zero to ori-fecha.
           open input movhist.
           if ws-hist-status = "35"
               display "ERROR: no se encuentra " nom-arch-hist
               close reporte
               move 8 to return-code
               perform LIBERAR-BLOQUEO
               STOP RUN
           end-if.
           move zero to flag.
           read movhist at end move 1 to flag.
           perform until flag = 1
               if mov-tipo = "P" and mov-ref = ws-ref-bco
                   and mov-importe = ws-rch-importe(ws-rch)
                   move 1 to ws-hallado
                   perform VERIFICAR-REVERSADO
                   if ws-ya-reversado = zero
                       and mov-fecha >= ori-fecha
                       move 1 to ws-hay-original
                       move movhist-reg to ori-reg
                   end-if
               end-if
               read movhist at end move 1 to flag
           end-perform.
           close movhist.
           evaluate true
               when ws-hay-original = 1
                   move ws-rch-motivo(ws-rch) to ws-motivo
                   if ws-motivo = spaces
                       move "DEBITO RECHAZADO" to ws-motivo
                   end-if
                   move zero to ws-con-comision
                   if ws-comision > zero
                       move 1 to ws-con-comision
                   end-if
                   perform REVERTIR
                   move 1 to ws-rch-reversado(ws-rch)
                   move spaces to ws-resultado
                   string "REVERSADO REV " delimited by size
                       ws-ult-rev delimited by size
                       into ws-resultado
               when ws-hallado = 1
                   move "YA REVERSADO" to ws-resultado
                   add 1 to tot-no-rev
               when other
                   move "PAGO ORIGINAL NO ENCONTRADO" to ws-resultado
                   move zero to ori-nro
                   add 1 to tot-no-rev
           end-evaluate.
           move ws-rch-importe(ws-rch) to ws-imp-ed.
           move spaces to rep-linea.
           string ws-rch-fecha(ws-rch) delimited by size
               " " delimited by size
               ws-rch-ref(ws-rch) delimited by size
               ws-imp-ed delimited by size
               " " delimited by size
               ori-nro delimited by size
               "  " delimited by size
               ws-resultado delimited by size
               into rep-linea.
           write rep-linea.

       GRABAR-TOTALES-RECHAZOS.
           move spaces to rep-linea.
           write rep-linea.
           move spaces to rep-linea.
           string "Rechazos leidos:      " delimited by size
               tot-leidos delimited by size
               into rep-linea.
           write rep-linea.
           move tot-rev-suma to ws-imp-ed.
           move spaces to rep-linea.
           string "Debitos reversados:   " delimited by size
               tot-reversados delimited by size
               "  Importe: " delimited by size
               ws-imp-ed delimited by size
               into rep-linea.
           write rep-linea.
           move spaces to rep-linea.
           string "Comisiones cargadas:  " delimited by size
               tot-comisiones delimited by size
               into rep-linea.
           write rep-linea.
           move spaces to rep-linea.
           string "Rechazos sin reversa: " delimited by size
               tot-no-rev delimited by size
               into rep-linea.
           write rep-linea.

      * Un debito presentado que el banco rechaza vuelve a contar como
      * presentado y no cobrado.
       REABRIR-PRESENTACIONES.
           if tot-reversados > zero
               open input presentados
               if ws-pre-status not = "35"
                   open output presentados-new
                   move zero to flag
                   read presentados at end move 1 to flag
                   end-read
                   perform until flag = 1
                       if pre-cobrado
                           perform BUSCAR-REF-REVERSADA
                       end-if
                       write pre-reg-new from pre-reg
                       read presentados at end move 1 to flag
                       end-read
                   end-perform
                   close presentados
                   close presentados-new
                   call "CBL_DELETE_FILE" using nom-arch-pre
                   call "CBL_RENAME_FILE" using nom-pre-new
                       nom-arch-pre
                   move zero to return-code
               end-if
           end-if.

       BUSCAR-REF-REVERSADA.
           perform varying ws-rch from 1 by 1 until ws-rch > ws-tot-rch
               if ws-rch-reversado(ws-rch) = 1
                   and ws-rch-ref(ws-rch) = pre-ref
                   and pre-cobrado
                   move "V"  to pre-estado
                   move zero to pre-fecha-cobro
                   move zero to pre-cobrado-imp
                   add 1 to tot-reimpagos
               end-if
           end-perform.

      * movimientos.dat recibe reversas, pagos de caja y el pase de
      * actualizacion de a uno por vez. CAJA.lck dice quien lo tiene;
      * una caja lo toma solo mientras asienta, asi que se reintenta
      * unos segundos antes de desistir. Si el programa termino mal y
      * el archivo quedo, lo libera un supervisor con desbloqueo CAJA.
       TOMAR-BLOQUEO.
           move zero to ws-lck-tomado.
           move zero to ws-intento.
           perform until ws-lck-tomado = 1 or ws-intento > ws-intentos
               open input bloqueo
               if ws-lck-status = "35"
                   open output bloqueo
                   move "REVERSA"     to blq-prog
                   move ws-operador   to blq-operador
                   accept blq-fecha from date YYYYMMDD
                   accept ws-hora from time
                   move ws-hora(1:6)  to blq-hora
                   write blq-reg
                   close bloqueo
                   move 1 to ws-lck-tomado
               else
                   read bloqueo
                       at end move spaces to blq-reg
                   end-read
                   close bloqueo
                   add 1 to ws-intento
                   if ws-intento not > ws-intentos
                       call "C$SLEEP" using ws-segundos
                   end-if
               end-if
           end-perform.
           move zero to return-code.
           if ws-lck-tomado = zero
               display "ERROR: movimientos.dat esta en uso por "
                   blq-prog " (operador " blq-operador ") desde el "
                   blq-fecha " a las " blq-hora "."
               display "Si ese programa termino en forma anormal, un "
                   "supervisor libera el bloqueo con desbloqueo CAJA."
           end-if.

       LIBERAR-BLOQUEO.
           move return-code to ws-lck-rc.
           call "CBL_DELETE_FILE" using nom-arch-lck.
           move ws-lck-rc to return-code.
       END PROGRAM YOUR-PROGRAM-NAME.
