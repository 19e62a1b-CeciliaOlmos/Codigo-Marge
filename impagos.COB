      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Listado de debitos presentados al banco y no
      *           cobrados. Recorre presentados.dat y lista, por
      *           periodo de presentacion, las lineas vencidas (se
      *           presentaron y el banco nunca las pago) y las que
      *           siguen pendientes de respuesta, con el nombre del
      *           socio de socio.dat, y cierra con los totales de cada
      *           grupo y lo cobrado, para que cobranzas siga a los
      *           adheridos que no pagan por debito.
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
           SELECT presentados assign to nom-arch-pre
                ORGANIZATION is line sequential
                FILE STATUS is ws-pre-status.
           SELECT reporte assign to nom-reporte
                ORGANIZATION is line sequential.
       DATA DIVISION.
       FILE SECTION.
       fd  socios.
       01  socios-img pic x(97).

       fd  presentados.
       01  pre-reg.
           COPY "PRESEN.cpy".

       fd  reporte.
       01  rep-linea pic x(80).
       WORKING-STORAGE SECTION.
       01  soc-reg.
           COPY "SOCIO.cpy".
       01  nom-arch     pic x(20) value "..\socio.dat".
       01  nom-arch-pre pic x(20) value "..\presentados.dat".
       01  nom-reporte  pic x(20).
       01  flag         pic 9   value zero.
       01  ws-socios-status pic x(2).
       01  ws-pre-status    pic x(2).
       01  ws-fecha     pic 9(8).
       01  ws-nom-tbl.
           03 ws-nom pic x(20) occurs 10000 times value spaces.
       01  ws-tit-det.
           03 filler pic x(29) value "  Nro.  Nombre".
           03 filler pic x(32) value
              "Ref      Fecha           Importe".
       01  ws-estado    pic x.
       01  ws-ult-periodo pic 9(6).
       01  ws-imp-ed    pic ---,---,--9.99.
       01  ws-total-ed  pic ----,---,--9.99.
       01  tot-vencidos   pic 9(6) value zero.
       01  tot-venc-imp   pic 9(9)v99 value zero.
       01  tot-pendientes pic 9(6) value zero.
       01  tot-pend-imp   pic 9(9)v99 value zero.
       01  tot-cobrados   pic 9(6) value zero.
       01  tot-cob-imp    pic 9(9)v99 value zero.
       01  tot-linea      pic 9(6).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           accept ws-fecha from date YYYYMMDD.
           string "IMPAGOS_" delimited by size
               ws-fecha delimited by size
               ".rpt" delimited by size
               into nom-reporte.
           perform CARGAR-NOMBRES.
           open output reporte.
           move "DEBITOS PRESENTADOS Y NO COBRADOS" to rep-linea.
           write rep-linea.
           move spaces to rep-linea.
           string "Fecha: " ws-fecha delimited by size
               into rep-linea.
           write rep-linea.
           move spaces to rep-linea.
           write rep-linea.
           move "VENCIDOS (presentados y nunca cobrados)" to rep-linea.
           write rep-linea.
           move "V" to ws-estado.
           perform LISTAR-ESTADO.
           move spaces to rep-linea.
           write rep-linea.
           move "PENDIENTES DE RESPUESTA DEL BANCO" to rep-linea.
           write rep-linea.
           move "P" to ws-estado.
           perform LISTAR-ESTADO.
           perform GRABAR-TOTALES.
           close reporte.
           display "Vencidos sin cobrar:   " tot-vencidos.
           display "Pendientes de banco:   " tot-pendientes.
           display "Cobrados por debito:   " tot-cobrados.
           display "Reporte generado en " nom-reporte.
           STOP RUN.

       CARGAR-NOMBRES.
           open input socios.
           if ws-socios-status = "35"
               display "ERROR: no se encuentra " nom-arch
               move 8 to return-code
               STOP RUN
           end-if.
           move zero to flag.
           read socios into soc-reg at end move 1 to flag.
           perform until flag = 1
               move soc-nom to ws-nom(soc-nro + 1)
               read socios into soc-reg at end move 1 to flag
           end-perform.
           close socios.

      * presentados.dat se graba en orden de presentacion, asi que el
      * corte por periodo sale sin ordenar.
       LISTAR-ESTADO.
           move zero to ws-ult-periodo.
           move zero to tot-linea.
           open input presentados.
           if ws-pre-status = "35"
               display "ERROR: no se encuentra " nom-arch-pre
                   ". No hubo presentaciones."
               close reporte
               move 8 to return-code
               STOP RUN
           end-if.
           move zero to flag.
           read presentados at end move 1 to flag.
           perform until flag = 1
               if pre-estado = ws-estado
                   if pre-periodo not = ws-ult-periodo
                       move pre-periodo to ws-ult-periodo
                       move spaces to rep-linea
                       string "  Periodo " delimited by size
                           pre-periodo delimited by size
                           into rep-linea
                       write rep-linea
                       move ws-tit-det to rep-linea
                       write rep-linea
                   end-if
                   perform GRABAR-LINEA
               end-if
               if ws-estado = "V" and pre-cobrado
                   add 1 to tot-cobrados
                   add pre-cobrado-imp to tot-cob-imp
               end-if
               read presentados at end move 1 to flag
           end-perform.
           close presentados.
           if tot-linea = zero
               move "  Sin lineas." to rep-linea
               write rep-linea
           end-if.

       GRABAR-LINEA.
           add 1 to tot-linea.
           if pre-vencido
               add 1 to tot-vencidos
               add pre-importe to tot-venc-imp
           else
               add 1 to tot-pendientes
               add pre-importe to tot-pend-imp
           end-if.
           move pre-importe to ws-imp-ed.
           move spaces to rep-linea.
           string "  " delimited by size
               pre-nro delimited by size
               "  " delimited by size
               ws-nom(pre-nro + 1) delimited by size
               " " delimited by size
               pre-ref delimited by size
               " " delimited by size
               pre-fecha delimited by size
               ws-imp-ed delimited by size
               into rep-linea.
           write rep-linea.

       GRABAR-TOTALES.
           move spaces to rep-linea.
           write rep-linea.
           move tot-venc-imp to ws-total-ed.
           move spaces to rep-linea.
           string "Vencidos:   " delimited by size
               tot-vencidos delimited by size
               "  Importe: " delimited by size
               ws-total-ed delimited by size
               into rep-linea.
           write rep-linea.
           move tot-pend-imp to ws-total-ed.
           move spaces to rep-linea.
           string "Pendientes: " delimited by size
               tot-pendientes delimited by size
               "  Importe: " delimited by size
               ws-total-ed delimited by size
               into rep-linea.
           write rep-linea.
           move tot-cob-imp to ws-total-ed.
           move spaces to rep-linea.
           string "Cobrados:   " delimited by size
               tot-cobrados delimited by size
               "  Importe: " delimited by size
               ws-total-ed delimited by size
               into rep-linea.
           write rep-linea.
       END PROGRAM YOUR-PROGRAM-NAME.
