      *           movimientos.dat para que el pase de actualizacion
      *           los aplique con su diario y sus rechazos. El periodo
      *           recargado queda asentado en PUNIT.ctl para impedir
      *           un doble cobro de intereses. Mientras un socio tiene
      *           un convenio de pago vigente (convenios.dat) la deuda
      *           refinanciada que todavia figura en su saldo no
      *           genera intereses.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                FILE STATUS is ws-mov-status.
           SELECT registro assign to nom-registro
                ORGANIZATION is line sequential.
           SELECT convenios assign to nom-arch-conv
                ORGANIZATION is line sequential
                FILE STATUS is ws-conv-status.
       DATA DIVISION.
       FILE SECTION.
       fd  socios.

       fd  registro.
       01  reg-linea pic x(80).

       fd  convenios.
       01  conv-reg.
           COPY "CONVENIO.cpy".
       WORKING-STORAGE SECTION.
       01  soc-reg.
           COPY "SOCIO.cpy".
       01  nom-control  pic x(20) value "..\PUNIT.ctl".
       01  nom-arch-mov pic x(20) value "..\movimientos.dat".
       01  nom-registro pic x(20).
       01  nom-arch-conv pic x(20) value "..\convenios.dat".
       01  flag         pic 9   value zero.
       01  ws-socios-status  pic x(2).
       01  ws-param-status   pic x(2).
       01  ws-control-status pic x(2).
       01  ws-mov-status     pic x(2).
       01  ws-conv-status    pic x(2).
       01  ws-fecha     pic 9(8).
       01  ws-periodo   pic 9(6).
       01  ws-arg-num   pic 9(4) value 1.
       01  tot-recargados pic 9(6) value zero.
       01  tot-recargado  pic s9(9)v99 value zero.
       01  tot-sin-tasa   pic 9(6) value zero.
       01  tot-en-convenio pic 9(6) value zero.
       01  ws-conv-vig-tbl.
           03 ws-conv-vig pic 9 occurs 10000 times value zero.
       01  ws-conv-exc-tbl.
           03 ws-conv-exc pic s9(9)v99 occurs 10000 times value zero.
       01  ws-total-ed    pic ----,---,--9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           perform OBTENER-PERIODO.
           perform CONTROLAR-PERIODO.
           perform CARGAR-TASAS.
           perform CARGAR-CONVENIOS.
           perform RECARGAR.
           perform ASENTAR-PERIODO.
           perform MOSTRAR-TOTALES.
               STOP RUN
           end-if.

      * Deuda refinanciada que sigue en el saldo de cada socio con
      * convenio vigente: las cuotas del plan facturadas y todavia no
      * pagas, mas el total del plan si el ajuste de la firma aun
      * espera en movimientos.dat, menos las cuotas facturadas que
      * tampoco se aplicaron todavia.
       CARGAR-CONVENIOS.
           open input convenios.
           if ws-conv-status not = "35"
               move zero to flag
               read convenios at end move 1 to flag
               end-read
               perform until flag = 1
                   if conv-vigente
                       move 1 to ws-conv-vig(conv-nro + 1)
                       compute ws-conv-exc(conv-nro + 1) =
                           conv-facturado - conv-pagado
                   end-if
                   read convenios at end move 1 to flag
                   end-read
               end-perform
               close convenios
           end-if.
           open input movimientos.
           if ws-mov-status not = "35"
               move zero to flag
               read movimientos at end move 1 to flag
               end-read
               perform until flag = 1
                   if ws-conv-vig(mov-nro + 1) = 1
                       perform DESCONTAR-PENDIENTE
                   end-if
                   read movimientos at end move 1 to flag
                   end-read
               end-perform
               close movimientos
           end-if.

       DESCONTAR-PENDIENTE.
           if mov-tipo = "A" and mov-ref = "CONVENIO"
               add mov-importe to ws-conv-exc(mov-nro + 1)
           end-if.
           if mov-tipo = "C" and mov-ref(1:5) = "CONV "
               and mov-ref(6:2) is numeric
               subtract mov-importe from ws-conv-exc(mov-nro + 1)
           end-if.

       RECARGAR.
           open input socios.
           if ws-socios-status = "35"

       GRABAR-MOVIMIENTO-INTERES.
           compute ws-deuda = zero - soc-saldo.
           if ws-conv-vig(soc-nro + 1) = 1
               and ws-conv-exc(soc-nro + 1) > zero
               add 1 to tot-en-convenio
               if ws-conv-exc(soc-nro + 1) >= ws-deuda
                   move zero to ws-deuda
               else
                   subtract ws-conv-exc(soc-nro + 1) from ws-deuda
               end-if
           end-if.
           compute ws-interes rounded = ws-deuda * ws-tasa / 100.
           if ws-interes > zero
               add 1 to ws-cant-rec(ws-idx)
               ws-total-ed delimited by size
               into reg-linea.
           write reg-linea.
           move spaces to reg-linea.
           string "Socios con deuda en convenio vigente: "
               delimited by size
               tot-en-convenio delimited by size
               into reg-linea.
           write reg-linea.
           close registro.
           display "Socios recargados: " tot-recargados.
           display "Total recargado:   " tot-recargado.
           display "Socios sin tasa:   " tot-sin-tasa.
           display "Socios en convenio: " tot-en-convenio.
           display "Los cargos quedaron en " nom-arch-mov
               " para el pase de actualizacion.".
           display "Registro generado en " nom-registro.
