      *           apareados como movimientos "P" en movimientos.dat
      *           listos para el pase de actualizacion y devuelve los
      *           no apareados o ambiguos en RETORNO.dat con su motivo.
      *           Un pago que trae la referencia de una linea de
      *           presentacion de debito automatico se aparea primero
      *           contra presentados.dat y la marca cobrada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                FILE STATUS is ws-mov-status.
           SELECT retorno assign to nom-retorno
                ORGANIZATION is line sequential.
           SELECT presentados assign to nom-arch-pre
                ORGANIZATION is line sequential
                FILE STATUS is ws-pre-status.
           SELECT presentados-new assign to nom-pre-new
                ORGANIZATION is line sequential.
       DATA DIVISION.
       FILE SECTION.
       fd  banco.

       fd  retorno.
       01  ret-linea pic x(80).

       fd  presentados.
       01  pre-reg.
           COPY "PRESEN.cpy".

       fd  presentados-new.
       01  pre-reg-new pic x(55).
       WORKING-STORAGE SECTION.
       01  soc-reg.
           COPY "SOCIO.cpy".
       01  nom-arch     pic x(20) value "..\socio.dat".
       01  nom-arch-mov pic x(20) value "..\movimientos.dat".
       01  nom-retorno  pic x(20) value "..\RETORNO.dat".
       01  nom-arch-pre pic x(20) value "..\presentados.dat".
       01  nom-pre-new  pic x(20) value "..\presentados.new".
       01  flag         pic 9   value zero.
       01  ws-bco-status    pic x(2).
       01  ws-socios-status pic x(2).
       01  ws-mov-status    pic x(2).
       01  ws-pre-status    pic x(2).
       01  ws-tipo-reg  pic x(2).
       01  ws-campo1    pic x(10).
       01  ws-campo2    pic x(15).
           03 ws-soc-ent occurs 10000 times.
              05 ws-soc-nro pic 9(4).
              05 ws-soc-doc pic 9(8).
       01  ws-tot-pre   pic 9(5) value zero.
       01  ws-pre-tbl.
           03 ws-pre-ent occurs 20000 times.
              05 ws-pre-ref    pic x(8).
              05 ws-pre-nro    pic 9(4).
              05 ws-pre-est    pic x.
              05 ws-pre-fcob   pic 9(8).
              05 ws-pre-cob    pic 9(8)v99.
       01  ws-pre       pic 9(5).
       01  ws-pre-hallada pic 9(5).
       01  ws-existe-tbl.
           03 ws-existe pic 9 occurs 10000 times value zero.
       01  tot-leidos     pic 9(6) value zero.
       01  tot-ap-suma    pic s9(11)v99 value zero.
       01  tot-devueltos  pic 9(6) value zero.
       01  tot-dev-suma   pic s9(11)v99 value zero.
       01  tot-por-pres   pic 9(6) value zero.
       01  ws-imp-ed      pic -(8)9.99.
       01  ws-pos         pic 9(2).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           perform CARGAR-SOCIOS.
           perform CARGAR-PRESENTADOS.
           perform CARGAR-BANCO.
           perform CONTROLAR-COLA.
           perform APAREAR-Y-GRABAR.
           perform ACTUALIZAR-PRESENTADOS.
           perform MOSTRAR-TOTALES.
           STOP RUN.

           end-perform.
           close socios.

       CARGAR-PRESENTADOS.
           open input presentados.
           if ws-pre-status not = "35"
               move zero to flag
               read presentados at end move 1 to flag
               end-read
               perform until flag = 1
                   if ws-tot-pre = 20000
                       display "ERROR: mas de 20000 lineas en "
                           nom-arch-pre ". Importacion abortada."
                       close presentados
                       move 8 to return-code
                       STOP RUN
                   end-if
                   add 1 to ws-tot-pre
                   move pre-ref         to ws-pre-ref(ws-tot-pre)
                   move pre-nro         to ws-pre-nro(ws-tot-pre)
                   move pre-estado      to ws-pre-est(ws-tot-pre)
                   move pre-fecha-cobro to ws-pre-fcob(ws-tot-pre)
                   move pre-cobrado-imp to ws-pre-cob(ws-tot-pre)
                   read presentados at end move 1 to flag
                   end-read
               end-perform
               close presentados
           end-if.

       CARGAR-BANCO.
           open input banco.
           if ws-bco-status = "35"
           close movimientos.
           close retorno.

      * Primero busca la referencia entre las lineas presentadas al
      * banco; despues intenta el numero de socio al frente de la
      * referencia bancaria y si no viene o no existe, aparea por DNI.
      * Un DNI repetido en socio.dat no decide solo: el pago vuelve
      * como ambiguo para que lo resuelva un operador.
       APAREAR-PAGO.
           move spaces to ws-motivo.
           move zero to ws-nro-hallado.
           if ws-det-importe(ws-idx) <= zero
               move "IMPORTE NO POSITIVO" to ws-motivo
           else
               perform BUSCAR-PRESENTACION
           end-if.
           if ws-motivo = spaces and ws-nro-hallado = zero
               if ws-det-ref(ws-idx)(1:4) is numeric
                   move ws-det-ref(ws-idx)(1:4) to ws-nro-ref
                   if ws-nro-ref > zero
               end-if
           end-if.

      * Una linea presentada se cobra una sola vez: si la referencia
      * ya figura cobrada el pago vuelve como duplicado.
       BUSCAR-PRESENTACION.
           move zero to ws-pre-hallada.
           perform varying ws-pre from 1 by 1
                   until ws-pre > ws-tot-pre or ws-pre-hallada > zero
               if ws-pre-ref(ws-pre) = ws-det-ref(ws-idx)
                   move ws-pre to ws-pre-hallada
               end-if
           end-perform.
           if ws-pre-hallada > zero
               evaluate true
                   when ws-pre-est(ws-pre-hallada) = "C"
                       move "PRESENTACION YA COBRADA" to ws-motivo
                   when ws-existe(ws-pre-nro(ws-pre-hallada) + 1) = 1
                       move ws-pre-nro(ws-pre-hallada)
                           to ws-nro-hallado
                       move "C" to ws-pre-est(ws-pre-hallada)
                       move ws-det-fecha(ws-idx)
                           to ws-pre-fcob(ws-pre-hallada)
                       move ws-det-importe(ws-idx)
                           to ws-pre-cob(ws-pre-hallada)
                       add 1 to tot-por-pres
               end-evaluate
           end-if.

       BUSCAR-POR-DNI.
           move zero to ws-hallados.
           perform varying ws-soc from 1 by 1
           add 1 to tot-devueltos.
           add ws-det-importe(ws-idx) to tot-dev-suma.

      * presentados.dat se reescribe en el mismo orden en que se
      * cargo, con el estado de cobro de cada linea ya actualizado.
       ACTUALIZAR-PRESENTADOS.
           if tot-por-pres > zero
               open input presentados
               open output presentados-new
               move zero to ws-pre
               move zero to flag
               read presentados at end move 1 to flag
               end-read
               perform until flag = 1
                   add 1 to ws-pre
                   move ws-pre-est(ws-pre)  to pre-estado
                   move ws-pre-fcob(ws-pre) to pre-fecha-cobro
                   move ws-pre-cob(ws-pre)  to pre-cobrado-imp
                   write pre-reg-new from pre-reg
                   read presentados at end move 1 to flag
                   end-read
               end-perform
               close presentados
               close presentados-new
               call "CBL_DELETE_FILE" using nom-arch-pre
               call "CBL_RENAME_FILE" using nom-pre-new nom-arch-pre
               move zero to return-code
           end-if.

       MOSTRAR-TOTALES.
           display "Pagos leidos del banco: " tot-leidos.
           display "Suma de control leida:  " tot-suma.
           display "Pagos apareados:        " tot-apareados.
           display "  por presentacion:     " tot-por-pres.
           display "Suma apareada:          " tot-ap-suma.
           display "Pagos devueltos:        " tot-devueltos.
           display "Suma devuelta:          " tot-dev-suma.
