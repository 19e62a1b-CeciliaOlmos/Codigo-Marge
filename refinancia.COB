      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Firma de convenios de pago con socios morosos. Congela
      *           la deuda actual del socio (saldo negativo de
      *           socio.dat), la divide en la cantidad de cuotas
      *           mensuales pactada (tope en CONVEN.par) y asienta el
      *           plan en convenios.dat. La deuda refinanciada sale del
      *           saldo con un ajuste "A" CONVENIO que se deja en
      *           movimientos.dat para el pase de actualizacion; desde
      *           ahi las cuotas del plan las factura convenios mes a
      *           mes como cargos "C". Permite ademas consultar los
      *           convenios de un socio.
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
           SELECT convenios assign to nom-arch-conv
                ORGANIZATION is line sequential
                FILE STATUS is ws-conv-status.
           SELECT movimientos assign to nom-arch-mov
                ORGANIZATION is line sequential
                FILE STATUS is ws-mov-status.
           SELECT param-arch assign to "CONVEN.par"
                ORGANIZATION is line sequential
                FILE STATUS is ws-param-status.
       DATA DIVISION.
       FILE SECTION.
       fd  socios.
       01  socios-img pic x(97).

       fd  convenios.
       01  conv-reg.
           COPY "CONVENIO.cpy".

       fd  movimientos.
       01  mov-reg.
           COPY "MOVIM.cpy".

       fd  param-arch.
       01  param-linea.
           03 par-dias   pic 9(3).
           03 filler     pic x.
           03 par-cuotas pic 9(2).
       WORKING-STORAGE SECTION.
       01  soc-reg.
           COPY "SOCIO.cpy".
       01  nom-arch      pic x(20) value "..\socio.dat".
       01  nom-arch-conv pic x(20) value "..\convenios.dat".
       01  nom-arch-mov  pic x(20) value "..\movimientos.dat".
       01  flag          pic 9   value zero.
       01  ws-socios-status pic x(2).
       01  ws-conv-status   pic x(2).
       01  ws-mov-status    pic x(2).
       01  ws-param-status  pic x(2).
       01  ws-fecha      pic 9(8).
       01  ws-operador   pic x(8).
       01  ws-opcion     pic x   value space.
       01  ws-confirma   pic x.
       01  ws-nro        pic 9(4).
       01  ws-hay-socio  pic 9.
       01  ws-hay-vigente pic 9.
       01  ws-max-cuotas pic 9(2).
       01  ws-cuotas     pic 9(2).
       01  ws-total      pic 9(8)v99.
       01  ws-importe    pic 9(8)v99.
       01  ws-ultima     pic 9(8)v99.
       01  ws-tot-conv   pic 9(4).
       01  ws-total-ed   pic ---,---,--9.99.
       01  ws-importe-ed pic ---,---,--9.99.
       01  ws-pagado-ed  pic ---,---,--9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           display "Convenios de pago de socios morosos".
           perform CARGAR-PARAMETROS.
           move spaces to ws-operador.
           perform until ws-operador not = spaces
               display "Identificacion del operador: "
                   with no advancing
               accept ws-operador
           end-perform.
           perform until ws-opcion = "F"
               display "Opcion (A=Alta de convenio, C=Consulta, "
                   "F=Fin): " with no advancing
               accept ws-opcion
               move function upper-case(ws-opcion) to ws-opcion
               evaluate ws-opcion
                   when "A" perform ALTA-CONVENIO
                   when "C" perform CONSULTAR-CONVENIOS
                   when "F" continue
                   when other display "Opcion invalida."
               end-evaluate
           end-perform.
           STOP RUN.

       CARGAR-PARAMETROS.
           open input param-arch.
           if ws-param-status = "35"
               display "ERROR: falta CONVEN.par con los dias de gracia "
                   "y el tope de cuotas."
               move 8 to return-code
               STOP RUN
           end-if.
           move zero to flag.
           read param-arch at end move 1 to flag.
           if flag = 1 or par-dias is not numeric
               or par-cuotas is not numeric or par-cuotas = zero
               display "ERROR: CONVEN.par invalido. Formato: dias "
                   "9(3), espacio, tope de cuotas 9(2)."
               close param-arch
               move 8 to return-code
               STOP RUN
           end-if.
           move par-cuotas to ws-max-cuotas.
           close param-arch.

       ALTA-CONVENIO.
           display "Nro de socio: " with no advancing.
           accept ws-nro.
           perform BUSCAR-SOCIO.
           evaluate true
               when ws-hay-socio = zero
                   display "ERROR: el socio " ws-nro " no existe."
               when soc-dado-baja
                   display "ERROR: el socio " ws-nro " esta dado de "
                       "baja."
               when soc-saldo >= zero
                   display "ERROR: el socio " ws-nro " no registra "
                       "deuda. Nada que refinanciar."
               when other
                   perform BUSCAR-CONVENIO-VIGENTE
                   if ws-hay-vigente = 1
                       display "ERROR: el socio " ws-nro " ya tiene un "
                           "convenio vigente."
                   else
                       perform ARMAR-PLAN
                   end-if
           end-evaluate.

       BUSCAR-SOCIO.
           move zero to ws-hay-socio.
           open input socios.
           if ws-socios-status = "35"
               display "ERROR: no se encuentra " nom-arch
               move 8 to return-code
               STOP RUN
           end-if.
           move zero to flag.
           read socios into soc-reg at end move 1 to flag.
           perform until flag = 1
               if soc-nro = ws-nro
                   move 1 to ws-hay-socio
                   move 1 to flag
               else
                   read socios into soc-reg at end move 1 to flag
                   end-read
               end-if
           end-perform.
           close socios.

       BUSCAR-CONVENIO-VIGENTE.
           move zero to ws-hay-vigente.
           open input convenios.
           if ws-conv-status not = "35"
               move zero to flag
               read convenios at end move 1 to flag
               end-read
               perform until flag = 1
                   if conv-nro = ws-nro and conv-vigente
                       move 1 to ws-hay-vigente
                   end-if
                   read convenios at end move 1 to flag
                   end-read
               end-perform
               close convenios
           end-if.

      * La cuota se redondea al centavo; la ultima cuota absorbe la
      * diferencia para que el plan sume exactamente la deuda.
       ARMAR-PLAN.
           compute ws-total = zero - soc-saldo.
           move ws-total to ws-total-ed.
           display "Socio: " soc-nro " " soc-nom.
           display "Deuda a refinanciar: " ws-total-ed.
           move zero to ws-cuotas.
           perform until ws-cuotas > zero
                   and ws-cuotas <= ws-max-cuotas
               display "Cantidad de cuotas (1 a " ws-max-cuotas "): "
                   with no advancing
               accept ws-cuotas
               if ws-cuotas = zero or ws-cuotas > ws-max-cuotas
                   display "Cantidad de cuotas invalida."
               end-if
           end-perform.
           compute ws-importe rounded = ws-total / ws-cuotas.
           compute ws-ultima = ws-total - ws-importe * (ws-cuotas - 1).
           move ws-importe to ws-importe-ed.
           display ws-cuotas " cuotas mensuales de " ws-importe-ed.
           if ws-ultima not = ws-importe
               move ws-ultima to ws-importe-ed
               display "La ultima cuota es de " ws-importe-ed
           end-if.
           display "Confirma el convenio? (S/N): " with no advancing.
           accept ws-confirma.
           move function upper-case(ws-confirma) to ws-confirma.
           if ws-confirma = "S"
               accept ws-fecha from date YYYYMMDD
               perform GRABAR-CONVENIO
               perform GRABAR-MOVIMIENTO-AJUSTE
               display "Convenio registrado para el socio " ws-nro "."
               display "El ajuste quedo en " nom-arch-mov
                   " para el pase de actualizacion."
           else
               display "Convenio cancelado."
           end-if.

       GRABAR-CONVENIO.
           open extend convenios.
           if ws-conv-status = "35"
               open output convenios
           end-if.
           move ws-nro      to conv-nro.
           move ws-fecha    to conv-fecha.
           move ws-total    to conv-total.
           move ws-cuotas   to conv-cuotas.
           move ws-importe  to conv-importe.
           move zero        to conv-facturadas.
           move zero        to conv-pagas.
           move zero        to conv-facturado.
           move zero        to conv-pagado.
           move "V"         to conv-estado.
           move ws-fecha    to conv-fecha-est.
           move ws-operador to conv-operador.
           write conv-reg.
           close convenios.

      * La deuda congelada sale del saldo con un ajuste a favor; las
      * cuotas del plan la vuelven a cargar de a una por mes.
       GRABAR-MOVIMIENTO-AJUSTE.
           open extend movimientos.
           if ws-mov-status = "35"
               open output movimientos
           end-if.
           move ws-nro     to mov-nro.
           move ws-fecha   to mov-fecha.
           move "A"        to mov-tipo.
           move ws-total   to mov-importe.
           move "CONVENIO" to mov-ref.
           write mov-reg.
           close movimientos.

       CONSULTAR-CONVENIOS.
           display "Nro de socio: " with no advancing.
           accept ws-nro.
           move zero to ws-tot-conv.
           open input convenios.
           if ws-conv-status = "35"
               display "No hay convenios registrados en "
                   nom-arch-conv
           else
               move zero to flag
               read convenios at end move 1 to flag
               end-read
               perform until flag = 1
                   if conv-nro = ws-nro
                       add 1 to ws-tot-conv
                       perform MOSTRAR-CONVENIO
                   end-if
                   read convenios at end move 1 to flag
                   end-read
               end-perform
               close convenios
               if ws-tot-conv = zero
                   display "El socio " ws-nro " no tiene convenios."
               end-if
           end-if.

       MOSTRAR-CONVENIO.
           move conv-total   to ws-total-ed.
           move conv-importe to ws-importe-ed.
           move conv-pagado  to ws-pagado-ed.
           display "Firmado " conv-fecha " por " conv-operador
               "  Total " ws-total-ed "  Estado " conv-estado
               " desde " conv-fecha-est.
           display "    Cuotas " conv-cuotas " de " ws-importe-ed
               "  Facturadas " conv-facturadas
               "  Pagas " conv-pagas
               "  Pagado " ws-pagado-ed.
       END PROGRAM YOUR-PROGRAM-NAME.
