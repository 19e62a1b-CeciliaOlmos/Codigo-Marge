      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Pase mensual de convenios de pago. Corre despues de
      *           cuotas: para cada convenio vigente de convenios.dat
      *           juzga sobre movhist.dat cuantas cuotas del plan ya
      *           estan pagas (la deuda del socio se toma como
      *           formada por sus cargos mas nuevos, igual que en
      *           cobranzas y suspension). Si una cuota lleva impaga
      *           mas de los dias de gracia de CONVEN.par el convenio
      *           cae: se vuelve a cargar el saldo del plan todavia no
      *           facturado y el socio vuelve al circuito normal de
      *           punitorios y suspension. Si sigue vigente se factura
      *           la cuota del mes. Los cargos "C" quedan en
      *           movimientos.dat para el pase de actualizacion y el
      *           periodo queda asentado en CONVEN.ctl para impedir
      *           una doble facturacion.
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
           SELECT convenios-new assign to nom-conv-new
                ORGANIZATION is line sequential.
           SELECT movhist assign to nom-arch-hist
                ORGANIZATION is line sequential
                FILE STATUS is ws-hist-status.
           SELECT movimientos assign to nom-arch-mov
                ORGANIZATION is line sequential
                FILE STATUS is ws-mov-status.
           SELECT param-arch assign to "CONVEN.par"
                ORGANIZATION is line sequential
                FILE STATUS is ws-param-status.
           SELECT control-arch assign to nom-control
                ORGANIZATION is line sequential
                FILE STATUS is ws-control-status.
           SELECT registro assign to nom-registro
                ORGANIZATION is line sequential.
       DATA DIVISION.
       FILE SECTION.
       fd  socios.
       01  socios-img pic x(97).

       fd  convenios.
       01  conv-reg.
           COPY "CONVENIO.cpy".

       fd  convenios-new.
       01  conv-reg-new pic x(75).

       fd  movhist.
       01  movhist-reg.
           COPY "MOVIM.cpy".

       fd  movimientos.
       01  mov-reg.
           COPY "MOVIM.cpy" REPLACING LEADING ==mov== BY ==nmv==.

       fd  param-arch.
       01  param-linea.
           03 par-dias   pic 9(3).
           03 filler     pic x.
           03 par-cuotas pic 9(2).

       fd  control-arch.
       01  control-linea pic x(6).

       fd  registro.
       01  reg-linea pic x(80).
       WORKING-STORAGE SECTION.
       01  soc-reg.
           COPY "SOCIO.cpy".
       01  nom-arch      pic x(20) value "..\socio.dat".
       01  nom-arch-conv pic x(20) value "..\convenios.dat".
       01  nom-conv-new  pic x(20) value "..\convenios.new".
       01  nom-arch-hist pic x(20) value "..\movhist.dat".
       01  nom-arch-mov  pic x(20) value "..\movimientos.dat".
       01  nom-control   pic x(20) value "..\CONVEN.ctl".
       01  nom-registro  pic x(20).
       01  flag          pic 9   value zero.
       01  ws-socios-status  pic x(2).
       01  ws-conv-status    pic x(2).
       01  ws-hist-status    pic x(2).
       01  ws-mov-status     pic x(2).
       01  ws-param-status   pic x(2).
       01  ws-control-status pic x(2).
       01  ws-fecha      pic 9(8).
       01  ws-periodo    pic 9(6).
       01  ws-arg-num    pic 9(4) value 1.
       01  ws-hoy-int    pic 9(7).
       01  ws-mov-int    pic 9(7).
       01  ws-dias-gracia pic 9(3).
       01  ws-nro        pic 9(5).
       01  ws-idx        pic 9(4).
       01  ws-pas        pic 9(4).
       01  ws-existe-tbl.
           03 ws-existe pic 9 occurs 10000 times value zero.
       01  ws-saldo-tbl.
           03 ws-saldo pic s9(8)v99 occurs 10000 times value zero.
       01  ws-tot-hist   pic 9(4) value zero.
       01  ws-hist-tbl.
           03 ws-hist occurs 5000 times.
              05 ws-hist-nro     pic 9(4).
              05 ws-hist-fecha   pic 9(8).
              05 ws-hist-tipo    pic x.
              05 ws-hist-importe pic s9(8)v99.
              05 ws-hist-ref     pic x(12).
       01  ws-hist-aux   pic x(35).
       01  ws-restante   pic s9(9)v99.
       01  ws-cargo      pic s9(9)v99.
       01  ws-impago     pic s9(9)v99.
       01  ws-fecha-impaga pic 9(8).
       01  ws-impagas    pic 9(2).
       01  ws-monto-impago pic s9(9)v99.
       01  ws-arr-impago pic 9.
       01  ws-edad       pic 9(4).
       01  ws-cuota      pic 9(8)v99.
       01  ws-remanente  pic 9(8)v99.
       01  ws-resultado  pic x(12).
       01  ws-cuota-ed   pic ---,---,--9.99.
       01  ws-total-ed   pic ----,---,--9.99.
       01  tot-vigentes  pic 9(6) value zero.
       01  tot-facturadas pic 9(6) value zero.
       01  tot-facturado  pic s9(9)v99 value zero.
       01  tot-caidos    pic 9(6) value zero.
       01  tot-recargado pic s9(9)v99 value zero.
       01  tot-cumplidos pic 9(6) value zero.
       01  tot-sin-socio pic 9(6) value zero.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           perform OBTENER-PERIODO.
           perform CONTROLAR-PERIODO.
           perform CARGAR-PARAMETROS.
           perform CARGAR-SOCIOS.
           perform CARGAR-HISTORICO.
           perform ORDENAR-HISTORICO.
           perform PROCESAR-CONVENIOS.
           perform ASENTAR-PERIODO.
           perform MOSTRAR-TOTALES.
           STOP RUN.

       OBTENER-PERIODO.
           accept ws-fecha from date YYYYMMDD.
           compute ws-hoy-int = function integer-of-date(ws-fecha).
           display ws-arg-num upon argument-number.
           accept ws-periodo from argument-value
               on exception
                   move ws-fecha(1:6) to ws-periodo
           end-accept.
           string "CONVEN_" delimited by size
               ws-periodo delimited by size
               ".rpt" delimited by size
               into nom-registro.

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
                           " ya tiene las cuotas de convenio "
                           "facturadas. No se repite el pase."
                       close control-arch
                       move 8 to return-code
                       STOP RUN
                   end-if
                   read control-arch at end move 1 to flag
               end-perform
               close control-arch
           end-if.

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
               display "ERROR: CONVEN.par invalido. Formato: dias "
                   "9(3), espacio, tope de cuotas 9(2)."
               close param-arch
               move 8 to return-code
               STOP RUN
           end-if.
           move par-dias to ws-dias-gracia.
           close param-arch.

       CARGAR-SOCIOS.
           open input socios.
           if ws-socios-status = "35"
               display "ERROR: no se encuentra " nom-arch
               move 8 to return-code
               STOP RUN
           end-if.
           move zero to flag.
           read socios into soc-reg at end move 1 to flag.
           perform until flag = 1
               move 1 to ws-existe(soc-nro + 1)
               move soc-saldo to ws-saldo(soc-nro + 1)
               read socios into soc-reg at end move 1 to flag
           end-perform.
           close socios.

       CARGAR-HISTORICO.
           open input movhist.
           if ws-hist-status = "35"
               display "ADVERTENCIA: no hay movimientos historicos en "
                   nom-arch-hist ". Ninguna cuota de convenio se "
                   "toma como paga."
           else
               move zero to flag
               read movhist at end move 1 to flag
               end-read
               perform until flag = 1
                   if ws-tot-hist = 5000
                       display "ERROR: mas de 5000 movimientos en "
                           nom-arch-hist ". Corra el corte anual del "
                           "historico antes de este pase."
                       close movhist
                       move 8 to return-code
                       STOP RUN
                   end-if
                   add 1 to ws-tot-hist
                   move mov-nro     to ws-hist-nro(ws-tot-hist)
                   move mov-fecha   to ws-hist-fecha(ws-tot-hist)
                   move mov-tipo    to ws-hist-tipo(ws-tot-hist)
                   move mov-importe to ws-hist-importe(ws-tot-hist)
                   move mov-ref     to ws-hist-ref(ws-tot-hist)
                   read movhist at end move 1 to flag
                   end-read
               end-perform
               close movhist
           end-if.

      * Ordena la tabla por fecha (intercambio de adyacentes, estable)
      * para recorrer los cargos de cada socio del mas nuevo al mas
      * viejo.
       ORDENAR-HISTORICO.
           perform varying ws-pas from 1 by 1
                   until ws-pas >= ws-tot-hist
               perform varying ws-idx from 1 by 1
                       until ws-idx > ws-tot-hist - ws-pas
                   if ws-hist-fecha(ws-idx) > ws-hist-fecha(ws-idx + 1)
                       move ws-hist(ws-idx)     to ws-hist-aux
                       move ws-hist(ws-idx + 1) to ws-hist(ws-idx)
                       move ws-hist-aux         to ws-hist(ws-idx + 1)
                   end-if
               end-perform
           end-perform.

       PROCESAR-CONVENIOS.
           open input convenios.
           if ws-conv-status = "35"
               display "No hay convenios registrados en " nom-arch-conv
               open output registro
               perform GRABAR-CABECERA-REGISTRO
               close registro
               perform MOSTRAR-TOTALES
               STOP RUN
           end-if.
           open output convenios-new.
           open extend movimientos.
           if ws-mov-status = "35"
               open output movimientos
           end-if.
           open output registro.
           perform GRABAR-CABECERA-REGISTRO.
           move zero to flag.
           read convenios at end move 1 to flag.
           perform until flag = 1
               if conv-vigente
                   perform PROCESAR-VIGENTE
               end-if
               write conv-reg-new from conv-reg
               read convenios at end move 1 to flag
           end-perform.
           close convenios.
           close convenios-new.
           close movimientos.
           close registro.
           call "CBL_DELETE_FILE" using nom-arch-conv.
           call "CBL_RENAME_FILE" using nom-conv-new nom-arch-conv.
           move zero to return-code.

       PROCESAR-VIGENTE.
           add 1 to tot-vigentes.
           compute ws-nro = conv-nro + 1.
           if ws-existe(ws-nro) = zero
               add 1 to tot-sin-socio
               display "ADVERTENCIA: convenio del socio " conv-nro
                   " sin socio en " nom-arch ". No se procesa."
               move "SIN SOCIO" to ws-resultado
               move zero to ws-cuota
               perform GRABAR-LINEA-REGISTRO
           else
               perform EVALUAR-CUMPLIMIENTO
               move zero to ws-cuota
               evaluate true
                   when ws-edad > ws-dias-gracia
                       perform CAER-CONVENIO
                   when conv-facturadas = conv-cuotas
                       and ws-impagas = zero and ws-arr-impago = zero
                       move "F" to conv-estado
                       move ws-fecha to conv-fecha-est
                       add 1 to tot-cumplidos
                       move "CUMPLIDO" to ws-resultado
                   when conv-facturadas < conv-cuotas
                       perform FACTURAR-CUOTA
                   when other
                       move "AL DIA" to ws-resultado
               end-evaluate
               perform GRABAR-LINEA-REGISTRO
           end-if.

      * La deuda actual del socio se toma como formada por sus cargos
      * mas nuevos: se recorre el historico hacia atras restando cada
      * cargo de la deuda hasta agotarla. Una cuota del plan que no
      * entra en la deuda esta paga; la cuota impaga mas vieja da la
      * mora del convenio. Las pagas se cuentan como facturadas menos
      * impagas: el corte archiva las cuotas viejas y solo quedan en el
      * historico las mas nuevas, pero las archivadas que entraban en
      * la deuda siguen en el arrastre; si el arrastre posterior al
      * convenio no esta pago, el plan no se da por cumplido.
       EVALUAR-CUMPLIMIENTO.
           move zero to ws-restante.
           if ws-saldo(ws-nro) < zero
               compute ws-restante = zero - ws-saldo(ws-nro)
           end-if.
           move zero to ws-impagas.
           move zero to ws-monto-impago.
           move zero to ws-arr-impago.
           move zero to ws-fecha-impaga.
           move zero to ws-edad.
           perform varying ws-idx from ws-tot-hist by -1
                   until ws-idx < 1
               if ws-hist-nro(ws-idx) = conv-nro
                   perform IMPUTAR-CARGO
               end-if
           end-perform.
           if ws-fecha-impaga not = zero
               compute ws-mov-int =
                   function integer-of-date(ws-fecha-impaga)
               compute ws-edad = ws-hoy-int - ws-mov-int
           end-if.
           if ws-impagas > conv-facturadas
               move conv-facturadas to ws-impagas
           end-if.
           compute conv-pagas = conv-facturadas - ws-impagas.
           if ws-monto-impago > conv-facturado
               move conv-facturado to ws-monto-impago
           end-if.
           compute conv-pagado = conv-facturado - ws-monto-impago.

       IMPUTAR-CARGO.
           move zero to ws-cargo.
           if ws-hist-tipo(ws-idx) = "C"
               move ws-hist-importe(ws-idx) to ws-cargo
           end-if.
           if ws-hist-tipo(ws-idx) = "A"
               and ws-hist-importe(ws-idx) < zero
               compute ws-cargo = zero - ws-hist-importe(ws-idx)
           end-if.
           if ws-cargo > zero
               move ws-cargo to ws-impago
               if ws-impago > ws-restante
                   move ws-restante to ws-impago
               end-if
               subtract ws-impago from ws-restante
               if ws-hist-ref(ws-idx)(1:5) = "CONV "
                   and ws-hist-ref(ws-idx)(6:2) is numeric
                   and ws-hist-fecha(ws-idx) >= conv-fecha
                   and ws-impago > zero
                   add 1 to ws-impagas
                   add ws-impago to ws-monto-impago
                   move ws-hist-fecha(ws-idx) to ws-fecha-impaga
               end-if
               if ws-hist-ref(ws-idx) = "ARRASTRE"
                   and ws-hist-fecha(ws-idx) >= conv-fecha
                   and ws-impago > zero
                   move 1 to ws-arr-impago
               end-if
           end-if.

      * Convenio caido: lo que del plan todavia no se facturo vuelve a
      * cargarse de una vez, asi el saldo del socio refleja otra vez
      * toda la deuda y punitorios y suspension lo tratan como a
      * cualquier moroso.
       CAER-CONVENIO.
           compute ws-remanente = conv-total - conv-facturado.
           if ws-remanente > zero
               move conv-nro     to nmv-nro
               move ws-fecha     to nmv-fecha
               move "C"          to nmv-tipo
               move ws-remanente to nmv-importe
               move "CONV CAIDO" to nmv-ref
               write mov-reg
               add ws-remanente to tot-recargado
               add ws-remanente to conv-facturado
           end-if.
           move ws-remanente to ws-cuota.
           move "C" to conv-estado.
           move ws-fecha to conv-fecha-est.
           add 1 to tot-caidos.
           move "CAIDO" to ws-resultado.

       FACTURAR-CUOTA.
           add 1 to conv-facturadas.
           if conv-facturadas = conv-cuotas
               compute ws-cuota = conv-total - conv-facturado
           else
               move conv-importe to ws-cuota
           end-if.
           move conv-nro  to nmv-nro.
           move ws-fecha  to nmv-fecha.
           move "C"       to nmv-tipo.
           move ws-cuota  to nmv-importe.
           move spaces    to nmv-ref.
           string "CONV " delimited by size
               conv-facturadas delimited by size
               "/" delimited by size
               conv-cuotas delimited by size
               into nmv-ref.
           write mov-reg.
           add ws-cuota to conv-facturado.
           add 1 to tot-facturadas.
           add ws-cuota to tot-facturado.
           move nmv-ref to ws-resultado.

       ASENTAR-PERIODO.
           open extend control-arch.
           if ws-control-status = "35"
               open output control-arch
           end-if.
           move ws-periodo to control-linea.
           write control-linea.
           close control-arch.

       GRABAR-CABECERA-REGISTRO.
           move "REGISTRO DE CUOTAS DE CONVENIOS DE PAGO" to reg-linea.
           write reg-linea.
           move spaces to reg-linea.
           string "Periodo: " ws-periodo delimited by size
               into reg-linea.
           write reg-linea.
           move spaces to reg-linea.
           write reg-linea.
           move "Nro.  Firmado   Cuotas Pagas Resultado         Importe"
               to reg-linea.
           write reg-linea.

       GRABAR-LINEA-REGISTRO.
           move ws-cuota to ws-cuota-ed.
           move spaces to reg-linea.
           string conv-nro delimited by size
               "  " delimited by size
               conv-fecha delimited by size
               "  " delimited by size
               conv-facturadas delimited by size
               "/" delimited by size
               conv-cuotas delimited by size
               "   " delimited by size
               conv-pagas delimited by size
               "   " delimited by size
               ws-resultado delimited by size
               " " delimited by size
               ws-cuota-ed delimited by size
               into reg-linea.
           write reg-linea.

       MOSTRAR-TOTALES.
           open extend registro.
           move spaces to reg-linea.
           write reg-linea.
           move spaces to reg-linea.
           string "Convenios vigentes procesados: " delimited by size
               tot-vigentes delimited by size
               into reg-linea.
           write reg-linea.
           move tot-facturado to ws-total-ed.
           move spaces to reg-linea.
           string "Cuotas facturadas:             " delimited by size
               tot-facturadas delimited by size
               "  Total " delimited by size
               ws-total-ed delimited by size
               into reg-linea.
           write reg-linea.
           move tot-recargado to ws-total-ed.
           move spaces to reg-linea.
           string "Convenios caidos:              " delimited by size
               tot-caidos delimited by size
               "  Recargado " delimited by size
               ws-total-ed delimited by size
               into reg-linea.
           write reg-linea.
           move spaces to reg-linea.
           string "Convenios cumplidos:           " delimited by size
               tot-cumplidos delimited by size
               into reg-linea.
           write reg-linea.
           close registro.
           display "Convenios vigentes:  " tot-vigentes.
           display "Cuotas facturadas:   " tot-facturadas.
           display "Total facturado:     " tot-facturado.
           display "Convenios caidos:    " tot-caidos.
           display "Convenios cumplidos: " tot-cumplidos.
           display "Los cargos quedaron en " nom-arch-mov
               " para el pase de actualizacion.".
           display "Registro generado en " nom-registro.
           if tot-sin-socio > zero
               move 4 to return-code
           end-if.
       END PROGRAM YOUR-PROGRAM-NAME.
