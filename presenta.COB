      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Presentacion mensual de debito automatico al banco.
      *           Una vez que cuotas facturo el periodo, arma
      *           PRESENTA.txt con una linea por socio activo con
      *           adhesion activa en adhesiones.dat y saldo deudor,
      *           por el importe adeudado, en el mismo formato
      *           separado por punto y coma que BANCO.txt (cabecera H,
      *           detalles D y cola T con cantidad y suma de control).
      *           Cada detalle lleva una referencia propia (numero de
      *           socio y periodo) que el banco devuelve con el pago;
      *           cada linea queda en presentados.dat para que bancos
      *           la marque cobrada y impagos liste lo presentado que
      *           nunca se cobro. Las lineas que seguian sin respuesta
      *           de presentaciones anteriores pasan a vencidas,
      *           porque la deuda vuelve a ir en esta. El periodo
      *           queda asentado en PRESENTA.ctl para no presentarlo
      *           dos veces.
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
           SELECT adhesiones assign to nom-arch-adh
                ORGANIZATION is line sequential
                FILE STATUS is ws-adh-status.
           SELECT presentados assign to nom-arch-pre
                ORGANIZATION is line sequential
                FILE STATUS is ws-pre-status.
           SELECT presentados-new assign to nom-pre-new
                ORGANIZATION is line sequential.
           SELECT salida assign to nom-salida
                ORGANIZATION is line sequential.
           SELECT control-arch assign to nom-control
                ORGANIZATION is line sequential
                FILE STATUS is ws-control-status.
           SELECT cuotas-ctl assign to nom-cuotas-ctl
                ORGANIZATION is line sequential
                FILE STATUS is ws-cuo-status.
           SELECT reporte assign to nom-reporte
                ORGANIZATION is line sequential.
       DATA DIVISION.
       FILE SECTION.
       fd  socios.
       01  socios-img pic x(97).

       fd  adhesiones.
       01  adh-reg.
           COPY "ADHESION.cpy".

       fd  presentados.
       01  pre-reg.
           COPY "PRESEN.cpy".

       fd  presentados-new.
       01  prn-reg.
           COPY "PRESEN.cpy" REPLACING LEADING ==pre== BY ==prn==.

       fd  salida.
       01  sal-linea pic x(80).

       fd  control-arch.
       01  control-linea pic x(6).

       fd  cuotas-ctl.
       01  cuotas-ctl-linea pic x(6).

       fd  reporte.
       01  rep-linea pic x(80).
       WORKING-STORAGE SECTION.
       01  soc-reg.
           COPY "SOCIO.cpy".
       01  nom-arch       pic x(20) value "..\socio.dat".
       01  nom-arch-adh   pic x(20) value "..\adhesiones.dat".
       01  nom-arch-pre   pic x(20) value "..\presentados.dat".
       01  nom-pre-new    pic x(20) value "..\presentados.new".
       01  nom-salida     pic x(20) value "..\PRESENTA.txt".
       01  nom-control    pic x(20) value "..\PRESENTA.ctl".
       01  nom-cuotas-ctl pic x(20) value "..\CUOTAS.ctl".
       01  nom-reporte    pic x(20).
       01  flag           pic 9   value zero.
       01  ws-socios-status  pic x(2).
       01  ws-adh-status     pic x(2).
       01  ws-pre-status     pic x(2).
       01  ws-control-status pic x(2).
       01  ws-cuo-status     pic x(2).
       01  ws-fecha       pic 9(8).
       01  ws-periodo     pic 9(6).
       01  ws-arg-num     pic 9(4) value 1.
       01  ws-facturado   pic 9   value zero.
       01  ws-adh-tbl.
           03 ws-adh-ent occurs 10000 times.
              05 ws-adh-vig    pic 9.
              05 ws-adh-tipo   pic x.
              05 ws-adh-cuenta pic x(22).
       01  ws-usada-tbl.
           03 ws-usada pic 9 occurs 10000 times value zero.
       01  ws-importe     pic 9(8)v99.
       01  ws-ref         pic x(8).
       01  ws-imp-ed      pic z(7)9.99.
       01  ws-imp-rep     pic ---,---,--9.99.
       01  ws-total-ed    pic ----,---,--9.99.
       01  ws-pos         pic 9(2).
       01  tot-adhesiones pic 9(6) value zero.
       01  tot-presentados pic 9(6) value zero.
       01  tot-presentado pic 9(9)v99 value zero.
       01  tot-sin-deuda  pic 9(6) value zero.
       01  tot-inactivos  pic 9(6) value zero.
       01  tot-sin-socio  pic 9(6) value zero.
       01  tot-vencidos   pic 9(6) value zero.
       01  ws-nro         pic 9(5).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           perform OBTENER-PERIODO.
           perform CONTROLAR-PERIODO.
           perform VERIFICAR-FACTURACION.
           perform CARGAR-ADHESIONES.
           perform VENCER-PENDIENTES.
           perform GENERAR-PRESENTACION.
           perform ASENTAR-PERIODO.
           perform MOSTRAR-TOTALES.
           STOP RUN.

       OBTENER-PERIODO.
           accept ws-fecha from date YYYYMMDD.
           display ws-arg-num upon argument-number.
           accept ws-periodo from argument-value
               on exception
                   move ws-fecha(1:6) to ws-periodo
           end-accept.
           string "PRESENTA_" delimited by size
               ws-periodo delimited by size
               ".rpt" delimited by size
               into nom-reporte.

       CONTROLAR-PERIODO.
           open input control-arch.
           if ws-control-status = "35"
               continue
           else
               move zero to flag
               read control-arch at end move 1 to flag
               end-read
               perform until flag = 1
                   if control-linea = ws-periodo
                       display "ERROR: el periodo " ws-periodo
                           " ya fue presentado al banco. No se repite."
                       close control-arch
                       move 8 to return-code
                       STOP RUN
                   end-if
                   read control-arch at end move 1 to flag
               end-perform
               close control-arch
           end-if.

      * Presentar antes de facturar mandaria al banco la deuda del
      * mes anterior: se exige el periodo asentado en CUOTAS.ctl.
       VERIFICAR-FACTURACION.
           open input cuotas-ctl.
           if ws-cuo-status not = "35"
               move zero to flag
               read cuotas-ctl at end move 1 to flag
               end-read
               perform until flag = 1
                   if cuotas-ctl-linea = ws-periodo
                       move 1 to ws-facturado
                   end-if
                   read cuotas-ctl at end move 1 to flag
                   end-read
               end-perform
               close cuotas-ctl
           end-if.
           if ws-facturado = zero
               display "ERROR: el periodo " ws-periodo " todavia no "
                   "fue facturado por cuotas. No se presenta."
               move 8 to return-code
               STOP RUN
           end-if.

       CARGAR-ADHESIONES.
           open input adhesiones.
           if ws-adh-status = "35"
               display "ERROR: no se encuentra " nom-arch-adh
                   ". No hay adhesiones para presentar."
               move 8 to return-code
               STOP RUN
           end-if.
           move zero to flag.
           read adhesiones at end move 1 to flag.
           perform until flag = 1
               if adh-activa
                   add 1 to tot-adhesiones
                   move 1          to ws-adh-vig(adh-nro + 1)
                   move adh-tipo   to ws-adh-tipo(adh-nro + 1)
                   move adh-cuenta to ws-adh-cuenta(adh-nro + 1)
               end-if
               read adhesiones at end move 1 to flag
           end-perform.
           close adhesiones.

      * La deuda de esta presentacion incluye la de las anteriores que
      * el banco no cobro: esas lineas quedan vencidas y ya no se
      * esperan, pero siguen listadas por impagos.
       VENCER-PENDIENTES.
           open output presentados-new.
           open input presentados.
           if ws-pre-status not = "35"
               move zero to flag
               read presentados at end move 1 to flag
               end-read
               perform until flag = 1
                   if pre-presentado
                       move "V" to pre-estado
                       add 1 to tot-vencidos
                   end-if
                   write prn-reg from pre-reg
                   read presentados at end move 1 to flag
                   end-read
               end-perform
               close presentados
           end-if.

       GENERAR-PRESENTACION.
           open input socios.
           if ws-socios-status = "35"
               display "ERROR: no se encuentra " nom-arch
               close presentados-new
               call "CBL_DELETE_FILE" using nom-pre-new
               move 8 to return-code
               STOP RUN
           end-if.
           open output salida.
           open output reporte.
           move spaces to sal-linea.
           string "H;" delimited by size
               ws-fecha delimited by size
               ";" delimited by size
               ws-periodo delimited by size
               into sal-linea.
           write sal-linea.
           move "PRESENTACION DE DEBITO AUTOMATICO" to rep-linea.
           write rep-linea.
           move spaces to rep-linea.
           string "Periodo: " delimited by size
               ws-periodo delimited by size
               "  Generada: " delimited by size
               ws-fecha delimited by size
               into rep-linea.
           write rep-linea.
           move "Socio Nombre               Ref      T        Importe"
               to rep-linea.
           write rep-linea.
           move zero to flag.
           read socios into soc-reg at end move 1 to flag.
           perform until flag = 1
               if ws-adh-vig(soc-nro + 1) = 1
                   move 1 to ws-usada(soc-nro + 1)
                   evaluate true
                       when not soc-activo
                           add 1 to tot-inactivos
                       when soc-saldo >= zero
                           add 1 to tot-sin-deuda
                       when other
                           perform PRESENTAR-SOCIO
                   end-evaluate
               end-if
               read socios into soc-reg at end move 1 to flag
           end-perform.
           close socios.
           perform CONTAR-SIN-SOCIO.
           move tot-presentado to ws-imp-ed.
           perform RECORTAR-IMPORTE.
           move spaces to sal-linea.
           string "T;" delimited by size
               tot-presentados delimited by size
               ";" delimited by size
               ws-imp-ed(ws-pos:) delimited by size
               into sal-linea.
           write sal-linea.
           close salida.
           close presentados-new.
           call "CBL_DELETE_FILE" using nom-arch-pre.
           call "CBL_RENAME_FILE" using nom-pre-new nom-arch-pre.
           move zero to return-code.
           perform GRABAR-TOTALES-REPORTE.
           close reporte.

      * La referencia es el numero de socio seguido del periodo AAMM:
      * ocho posiciones, que entran completas en mov-ref detras del
      * prefijo "BCO " cuando el pago vuelve por bancos.
       PRESENTAR-SOCIO.
           compute ws-importe = zero - soc-saldo.
           move spaces to ws-ref.
           string soc-nro delimited by size
               ws-periodo(3:4) delimited by size
               into ws-ref.
           move ws-importe to ws-imp-ed.
           perform RECORTAR-IMPORTE.
           move spaces to sal-linea.
           string "D;" delimited by size
               ws-fecha delimited by size
               ";" delimited by size
               ws-imp-ed(ws-pos:) delimited by size
               ";" delimited by size
               soc-doc delimited by size
               ";" delimited by size
               ws-ref delimited by size
               ";" delimited by size
               ws-adh-tipo(soc-nro + 1) delimited by size
               ";" delimited by size
               ws-adh-cuenta(soc-nro + 1) delimited by space
               into sal-linea.
           write sal-linea.
           move ws-ref     to prn-ref.
           move ws-periodo to prn-periodo.
           move soc-nro    to prn-nro.
           move ws-fecha   to prn-fecha.
           move ws-importe to prn-importe.
           move "P"        to prn-estado.
           move zero       to prn-fecha-cobro.
           move zero       to prn-cobrado-imp.
           write prn-reg.
           add 1 to tot-presentados.
           add ws-importe to tot-presentado.
           move ws-importe to ws-imp-rep.
           move spaces to rep-linea.
           string soc-nro delimited by size
               "  " delimited by size
               soc-nom delimited by size
               " " delimited by size
               ws-ref delimited by size
               " " delimited by size
               ws-adh-tipo(soc-nro + 1) delimited by size
               " " delimited by size
               ws-imp-rep delimited by size
               into rep-linea.
           write rep-linea.

       RECORTAR-IMPORTE.
           move 1 to ws-pos.
           perform until ws-pos = 8
                   or ws-imp-ed(ws-pos:1) not = space
               add 1 to ws-pos
           end-perform.

       CONTAR-SIN-SOCIO.
           perform varying ws-nro from 1 by 1 until ws-nro > 10000
               if ws-adh-vig(ws-nro) = 1 and ws-usada(ws-nro) = zero
                   add 1 to tot-sin-socio
                   compute soc-nro = ws-nro - 1
                   display "ADVERTENCIA: adhesion activa del socio "
                       soc-nro " que no esta en " nom-arch
               end-if
           end-perform.

       GRABAR-TOTALES-REPORTE.
           move tot-presentado to ws-total-ed.
           move spaces to rep-linea.
           write rep-linea.
           move spaces to rep-linea.
           string "Lineas presentadas:        " delimited by size
               tot-presentados delimited by size
               into rep-linea.
           write rep-linea.
           move spaces to rep-linea.
           string "Importe presentado:   " delimited by size
               ws-total-ed delimited by size
               into rep-linea.
           write rep-linea.
           move spaces to rep-linea.
           string "Adhesiones activas:        " delimited by size
               tot-adhesiones delimited by size
               into rep-linea.
           write rep-linea.
           move spaces to rep-linea.
           string "Sin deuda, no presentados: " delimited by size
               tot-sin-deuda delimited by size
               into rep-linea.
           write rep-linea.
           move spaces to rep-linea.
           string "Socio no activo:           " delimited by size
               tot-inactivos delimited by size
               into rep-linea.
           write rep-linea.
           move spaces to rep-linea.
           string "Adhesion sin socio:        " delimited by size
               tot-sin-socio delimited by size
               into rep-linea.
           write rep-linea.
           move spaces to rep-linea.
           string "Lineas anteriores vencidas:" delimited by size
               tot-vencidos delimited by size
               into rep-linea.
           write rep-linea.

       ASENTAR-PERIODO.
           open extend control-arch.
           if ws-control-status = "35"
               open output control-arch
           end-if.
           move ws-periodo to control-linea.
           write control-linea.
           close control-arch.

       MOSTRAR-TOTALES.
           display "Lineas presentadas: " tot-presentados.
           display "Importe presentado: " tot-presentado.
           display "Lineas anteriores vencidas: " tot-vencidos.
           display "Archivo para el banco: " nom-salida.
           display "Reporte generado en " nom-reporte.
           if tot-sin-socio > zero
               move 4 to return-code
           end-if.
       END PROGRAM YOUR-PROGRAM-NAME.
