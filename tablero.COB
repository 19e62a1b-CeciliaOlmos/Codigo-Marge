      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Tablero mensual de gestion para el cierre de mes.
      *           Con el periodo (aaaamm) como argumento, o el mes
      *           anterior si no se indica, emite los indicadores del
      *           periodo al lado de los del mes anterior: altas, bajas
      *           y neto de socios por categoria (auditoria.dat),
      *           cuotas facturadas, punitorios aplicados, lo cobrado
      *           por banco (referencia BCO) y en mostrador, las
      *           reversas de cobros (movhist.dat), suspendidos y
      *           rehabilitados, la deuda total al cierre y el
      *           porcentaje de efectividad de la cobranza (cobrado
      *           sobre facturado). Los indicadores del periodo quedan
      *           en tablero.dat como mes cerrado; el mes anterior se
      *           toma de alli sin recalcularlo y solo se recalcula de
      *           los archivos si todavia no fue cerrado. Con el
      *           argumento T emite en cambio la tendencia de los
      *           ultimos 12 meses cerrados.
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
           SELECT movhist assign to nom-arch-hist
                ORGANIZATION is line sequential
                FILE STATUS is ws-hist-status.
           SELECT auditoria assign to nom-arch-aud
                ORGANIZATION is line sequential
                FILE STATUS is ws-aud-status.
           SELECT tablero assign to nom-arch-tab
                ORGANIZATION is line sequential
                FILE STATUS is ws-tab-status.
           SELECT tablero-new assign to nom-tab-new
                ORGANIZATION is line sequential.
           SELECT reporte assign to nom-reporte
                ORGANIZATION is line sequential.
       DATA DIVISION.
       FILE SECTION.
       fd  socios.
       01  socios-img pic x(97).

       fd  movhist.
       01  movhist-reg.
           COPY "MOVIM.cpy".

       fd  auditoria.
       01  aud-reg.
           COPY "AUDIT.cpy".

       fd  tablero.
       01  tab-reg.
           COPY "TABLERO.cpy".

       fd  tablero-new.
       01  tab-reg-new pic x(131).

       fd  reporte.
       01  rep-linea pic x(80).
       WORKING-STORAGE SECTION.
       01  soc-reg.
           COPY "SOCIO.cpy".
       01  ws-actual.
           COPY "TABLERO.cpy" REPLACING LEADING ==tab== BY ==act==.
       01  ws-anterior.
           COPY "TABLERO.cpy" REPLACING LEADING ==tab== BY ==ant==.
       01  nom-arch      pic x(20) value "..\socio.dat".
       01  nom-arch-hist pic x(20) value "..\movhist.dat".
       01  nom-arch-aud  pic x(20) value "..\auditoria.dat".
       01  nom-arch-tab  pic x(20) value "..\tablero.dat".
       01  nom-tab-new   pic x(20) value "..\tablero.new".
       01  nom-reporte   pic x(24).
       01  flag          pic 9   value zero.
       01  ws-socios-status pic x(2).
       01  ws-hist-status   pic x(2).
       01  ws-aud-status    pic x(2).
       01  ws-tab-status    pic x(2).
       01  ws-arg-num    pic 9(4) value 1.
       01  ws-arg        pic x(6).
       01  ws-fecha      pic 9(8).
       01  ws-fecha-r redefines ws-fecha.
           03 ws-hoy-aa  pic 9(4).
           03 ws-hoy-mm  pic 9(2).
           03 ws-hoy-dd  pic 9(2).
       01  ws-periodo    pic 9(6).
       01  ws-periodo-r redefines ws-periodo.
           03 ws-per-aa  pic 9(4).
           03 ws-per-mm  pic 9(2).
       01  ws-per-ant    pic 9(6).
       01  ws-per-ant-r redefines ws-per-ant.
           03 ws-ant-aa  pic 9(4).
           03 ws-ant-mm  pic 9(2).
      * Periodo que se esta calculando (el del tablero o el anterior).
       01  ws-calc-per   pic 9(6).
       01  ws-calc-per-x redefines ws-calc-per pic x(6).
       01  ws-fin-per    pic 9(8).
       01  ws-aud-per    pic 9(6).
       01  ws-mov-per    pic 9(6).
       01  ws-cat-idx    pic 9.
       01  ws-ant-origen pic x.
           88 ws-ant-cerrado    value "H".
           88 ws-ant-recalculado value "R".
       01  ws-hallado    pic 9   value zero.
      * Por numero de socio (indice = nro + 1): saldo actual y neto de
      * los movimientos posteriores al cierre del periodo calculado.
       01  ws-soc-tbl.
           03 ws-soc-ent occurs 10000 times.
              05 ws-soc-existe pic 9     value zero.
              05 ws-soc-saldo  pic s9(8)v99 value zero.
       01  ws-post-tbl.
           03 ws-post pic s9(9)v99 occurs 10000 times.
       01  ws-n          pic 9(5).
       01  ws-saldo-fin  pic s9(9)v99.
       01  ws-cobrado    pic s9(9)v99.
       01  ws-a-cobrar   pic s9(9)v99.
       01  ws-pct        pic s9(5)v99.
      * Renglon del comparativo: indicador, periodo, mes anterior y
      * diferencia.
       01  ws-etiqueta   pic x(28).
       01  ws-v-act      pic s9(9)v99.
       01  ws-v-ant      pic s9(9)v99.
       01  ws-det-imp.
           03 dim-etiqueta pic x(28).
           03 dim-actual   pic ----,---,--9.99.
           03 filler       pic x.
           03 dim-anterior pic ----,---,--9.99.
           03 filler       pic x.
           03 dim-dif      pic ----,---,--9.99.
       01  ws-det-cnt.
           03 dct-etiqueta pic x(28).
           03 filler       pic x(3).
           03 dct-actual   pic ----,---,--9.
           03 filler       pic x(4).
           03 dct-anterior pic ----,---,--9.
           03 filler       pic x(4).
           03 dct-dif      pic ----,---,--9.
       01  ws-tit-col.
           03 filler       pic x(37) value "Indicador".
           03 tit-per-act  pic 9(6).
           03 filler       pic x(10).
           03 tit-per-ant  pic 9(6).
           03 filler       pic x(16) value "      Diferencia".
       01  ws-cat-nom    pic x.
      * Tendencia: meses cerrados de tablero.dat ordenados por periodo.
       01  ws-tot-cer    pic 9(4) value zero.
       01  ws-cer-tbl.
           03 ws-cer occurs 240 times pic x(131).
       01  ws-cer-aux    pic x(131).
       01  ws-pas        pic 9(4).
       01  ws-idx        pic 9(4).
       01  ws-desde      pic 9(4).
       01  ws-tit-tnd.
           03 filler pic x(40) value
              "Periodo Altas Bajas  Neto      Facturado".
           03 filler pic x(40) value
              "        Cobrado Efect%    Deuda final".
       01  ws-tnd.
           03 tnd-periodo  pic 9(6).
           03 filler       pic x(2).
           03 tnd-altas    pic zzzz9.
           03 filler       pic x.
           03 tnd-bajas    pic zzzz9.
           03 filler       pic x.
           03 tnd-neto     pic ----9.
           03 filler       pic x.
           03 tnd-fact     pic ---,---,--9.99.
           03 filler       pic x.
           03 tnd-cob      pic ---,---,--9.99.
           03 filler       pic x.
           03 tnd-efec     pic zz9.99.
           03 filler       pic x.
           03 tnd-deuda    pic ---,---,--9.99.
       01  ws-t-altas    pic 9(6).
       01  ws-t-bajas    pic 9(6).
       01  tot-altas     pic 9(6) value zero.
       01  tot-bajas     pic 9(6) value zero.
       01  tot-fact      pic s9(11)v99 value zero.
       01  tot-cob       pic s9(11)v99 value zero.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           accept ws-fecha from date YYYYMMDD.
           display ws-arg-num upon argument-number.
           accept ws-arg from argument-value
               on exception
                   move spaces to ws-arg
           end-accept.
           move function upper-case(ws-arg) to ws-arg.
           if ws-arg = "T"
               perform EMITIR-TENDENCIA
               STOP RUN
           end-if.
           perform OBTENER-PERIODO.
           string "TABLERO_" delimited by size
               ws-periodo delimited by size
               ".rpt" delimited by size
               into nom-reporte.
           perform CARGAR-SALDOS.
           move ws-per-ant to ws-calc-per.
           perform BUSCAR-CERRADO.
           if ws-hallado = 1
               move tab-reg to ws-anterior
               set ws-ant-cerrado to true
           else
               perform CALCULAR-PERIODO
               move ws-actual to ws-anterior
               set ws-ant-recalculado to true
           end-if.
           move ws-periodo to ws-calc-per.
           perform CALCULAR-PERIODO.
           perform EMITIR-TABLERO.
           perform GUARDAR-CERRADO.
           display "Periodo " ws-periodo " cerrado en " nom-arch-tab.
           display "Tablero generado en " nom-reporte.
           STOP RUN.

      * Sin argumento se cierra el mes anterior al de la fecha.
       OBTENER-PERIODO.
           if ws-arg = spaces
               move ws-hoy-aa to ws-per-aa
               move ws-hoy-mm to ws-per-mm
               if ws-per-mm = 1
                   move 12 to ws-per-mm
                   subtract 1 from ws-per-aa
               else
                   subtract 1 from ws-per-mm
               end-if
           else
               if ws-arg is not numeric
                   display "ERROR: periodo invalido " ws-arg
                       ". Formato: aaaamm, o T para la tendencia."
                   move 8 to return-code
                   STOP RUN
               end-if
               move ws-arg to ws-periodo
               if ws-per-mm < 1 or ws-per-mm > 12
                   display "ERROR: periodo invalido " ws-arg
                       ". Formato: aaaamm, o T para la tendencia."
                   move 8 to return-code
                   STOP RUN
               end-if
           end-if.
           move ws-per-aa to ws-ant-aa.
           move ws-per-mm to ws-ant-mm.
           if ws-ant-mm = 1
               move 12 to ws-ant-mm
               subtract 1 from ws-ant-aa
           else
               subtract 1 from ws-ant-mm
           end-if.

       CARGAR-SALDOS.
           open input socios.
           if ws-socios-status = "35"
               display "ERROR: no se encuentra " nom-arch
               move 8 to return-code
               STOP RUN
           end-if.
           move zero to flag.
           read socios into soc-reg at end move 1 to flag.
           perform until flag = 1
               move 1         to ws-soc-existe(soc-nro + 1)
               move soc-saldo to ws-soc-saldo(soc-nro + 1)
               read socios into soc-reg at end move 1 to flag
           end-perform.
           close socios.

      * Deja en tab-reg el mes cerrado ws-calc-per si esta en
      * tablero.dat (ws-hallado = 1).
       BUSCAR-CERRADO.
           move zero to ws-hallado.
           open input tablero.
           if ws-tab-status not = "35"
               move zero to flag
               read tablero at end move 1 to flag
               end-read
               perform until flag = 1
                   if tab-periodo = ws-calc-per
                       move 1 to ws-hallado
                       move 1 to flag
                   else
                       read tablero at end move 1 to flag
                       end-read
                   end-if
               end-perform
               close tablero
           end-if.

      ******************************************************************
      * Calculo de los indicadores de ws-calc-per en ws-actual
      ******************************************************************
       CALCULAR-PERIODO.
           initialize ws-actual.
           initialize ws-post-tbl.
           move ws-calc-per to act-periodo.
           move ws-fecha    to act-fecha-cierre.
           compute ws-fin-per = ws-calc-per * 100 + 31.
           perform SUMAR-AUDITORIA.
           perform SUMAR-MOVIMIENTOS.
           perform SUMAR-DEUDA.
           perform CALCULAR-EFECTIVIDAD.

       SUMAR-AUDITORIA.
           open input auditoria.
           if ws-aud-status not = "35"
               move zero to flag
               read auditoria at end move 1 to flag
               end-read
               perform until flag = 1
                   divide aud-fecha by 100 giving ws-aud-per
                   if ws-aud-per = ws-calc-per
                       perform CONTAR-AUDITORIA
                   end-if
                   read auditoria at end move 1 to flag
                   end-read
               end-perform
               close auditoria
           end-if.

      * Una reincorporacion cuenta como alta; la depuracion de un
      * socio ya dado de baja no es una baja nueva.
       CONTAR-AUDITORIA.
           evaluate aud-oper
               when "A"
               when "I"
                   move aud-despues to soc-reg
                   perform UBICAR-CATEGORIA
                   if ws-cat-idx > zero
                       add 1 to act-altas(ws-cat-idx)
                   end-if
               when "B"
                   move aud-antes to soc-reg
                   perform UBICAR-CATEGORIA
                   if ws-cat-idx > zero
                       add 1 to act-bajas(ws-cat-idx)
                   end-if
               when "S"
                   add 1 to act-suspendidos
               when "R"
                   add 1 to act-rehabilitados
           end-evaluate.

       UBICAR-CATEGORIA.
           evaluate soc-cat
               when "A" move 1 to ws-cat-idx
               when "B" move 2 to ws-cat-idx
               when "C" move 3 to ws-cat-idx
               when other move zero to ws-cat-idx
           end-evaluate.

      * La cuota y el punitorio se imputan al periodo de su referencia;
      * los cobros, al de su fecha. Los movimientos posteriores al
      * periodo se acumulan por socio para llevar el saldo actual al
      * del cierre.
       SUMAR-MOVIMIENTOS.
           open input movhist.
           if ws-hist-status not = "35"
               move zero to flag
               read movhist at end move 1 to flag
               end-read
               perform until flag = 1
                   perform CONTAR-MOVIMIENTO
                   read movhist at end move 1 to flag
                   end-read
               end-perform
               close movhist
           end-if.

       CONTAR-MOVIMIENTO.
           if mov-fecha > ws-fin-per
               if mov-tipo = "C"
                   subtract mov-importe from ws-post(mov-nro + 1)
               else
                   add mov-importe to ws-post(mov-nro + 1)
               end-if
           end-if.
           divide mov-fecha by 100 giving ws-mov-per.
           evaluate true
               when mov-tipo = "C" and mov-ref(1:6) = "CUOTA "
                   and mov-ref(7:6) = ws-calc-per-x
                   add mov-importe to act-facturado
               when mov-tipo = "C" and mov-ref(1:6) = "PUNIT "
                   and mov-ref(7:6) = ws-calc-per-x
                   add mov-importe to act-punitorios
               when mov-tipo = "P" and ws-mov-per = ws-calc-per
                   evaluate mov-ref(1:4)
                       when "BCO "
                           add mov-importe to act-cob-banco
                       when "REV "
                           add mov-importe to act-cob-reversas
                       when other
                           add mov-importe to act-cob-mostrador
                   end-evaluate
           end-evaluate.

      * Deuda al cierre: saldos deudores de socio.dat, sin los
      * movimientos posteriores al periodo. Incluye a los dados de
      * baja que todavia deben.
       SUMAR-DEUDA.
           perform varying ws-n from 1 by 1 until ws-n > 10000
               if ws-soc-existe(ws-n) = 1
                   compute ws-saldo-fin =
                       ws-soc-saldo(ws-n) - ws-post(ws-n)
                   if ws-saldo-fin < zero
                       subtract ws-saldo-fin from act-deuda
                   end-if
               end-if
           end-perform.

       CALCULAR-EFECTIVIDAD.
           compute ws-cobrado = act-cob-banco + act-cob-mostrador
               + act-cob-reversas.
           compute ws-a-cobrar = act-facturado + act-punitorios.
           move zero to act-efectividad.
           if ws-a-cobrar > zero and ws-cobrado > zero
               compute ws-pct rounded = ws-cobrado * 100 / ws-a-cobrar
               if ws-pct > 999.99
                   move 999.99 to act-efectividad
               else
                   move ws-pct to act-efectividad
               end-if
           end-if.

      ******************************************************************
      * Tablero del periodo contra el mes anterior
      ******************************************************************
       EMITIR-TABLERO.
           open output reporte.
           move "TABLERO MENSUAL DE GESTION" to rep-linea.
           write rep-linea.
           move spaces to rep-linea.
           if ws-ant-cerrado
               string "Periodo: " delimited by size
                   ws-periodo delimited by size
                   "   Anterior: " delimited by size
                   ws-per-ant delimited by size
                   " (mes cerrado)   Emitido: " delimited by size
                   ws-fecha delimited by size
                   into rep-linea
           else
               string "Periodo: " delimited by size
                   ws-periodo delimited by size
                   "   Anterior: " delimited by size
                   ws-per-ant delimited by size
                   " (recalculado)   Emitido: " delimited by size
                   ws-fecha delimited by size
                   into rep-linea
           end-if.
           write rep-linea.
           move spaces to rep-linea.
           write rep-linea.
           move ws-periodo to tit-per-act.
           move ws-per-ant to tit-per-ant.
           move ws-tit-col to rep-linea.
           write rep-linea.
           perform EMITIR-SOCIOS.
           perform EMITIR-COBRANZA.
           move spaces to rep-linea.
           write rep-linea.
           move "ESTADO Y DEUDA" to rep-linea.
           write rep-linea.
           move "  Socios suspendidos" to ws-etiqueta.
           move act-suspendidos to ws-v-act.
           move ant-suspendidos to ws-v-ant.
           perform LINEA-CANTIDAD.
           move "  Socios rehabilitados" to ws-etiqueta.
           move act-rehabilitados to ws-v-act.
           move ant-rehabilitados to ws-v-ant.
           perform LINEA-CANTIDAD.
           move "  Deuda total al cierre" to ws-etiqueta.
           move act-deuda to ws-v-act.
           move ant-deuda to ws-v-ant.
           perform LINEA-IMPORTE.
           close reporte.

       EMITIR-SOCIOS.
           move spaces to rep-linea.
           write rep-linea.
           move "SOCIOS POR CATEGORIA" to rep-linea.
           write rep-linea.
           perform varying ws-cat-idx from 1 by 1 until ws-cat-idx > 3
               evaluate ws-cat-idx
                   when 1 move "A" to ws-cat-nom
                   when 2 move "B" to ws-cat-nom
                   when 3 move "C" to ws-cat-nom
               end-evaluate
               move spaces to ws-etiqueta
               string "  Altas categoria " delimited by size
                   ws-cat-nom delimited by size
                   into ws-etiqueta
               move act-altas(ws-cat-idx) to ws-v-act
               move ant-altas(ws-cat-idx) to ws-v-ant
               perform LINEA-CANTIDAD
               move spaces to ws-etiqueta
               string "  Bajas categoria " delimited by size
                   ws-cat-nom delimited by size
                   into ws-etiqueta
               move act-bajas(ws-cat-idx) to ws-v-act
               move ant-bajas(ws-cat-idx) to ws-v-ant
               perform LINEA-CANTIDAD
               move spaces to ws-etiqueta
               string "  Neto categoria " delimited by size
                   ws-cat-nom delimited by size
                   into ws-etiqueta
               compute ws-v-act = act-altas(ws-cat-idx)
                   - act-bajas(ws-cat-idx)
               compute ws-v-ant = ant-altas(ws-cat-idx)
                   - ant-bajas(ws-cat-idx)
               perform LINEA-CANTIDAD
           end-perform.
           move "  Neto total" to ws-etiqueta.
           compute ws-v-act = act-altas(1) + act-altas(2)
               + act-altas(3) - act-bajas(1) - act-bajas(2)
               - act-bajas(3).
           compute ws-v-ant = ant-altas(1) + ant-altas(2)
               + ant-altas(3) - ant-bajas(1) - ant-bajas(2)
               - ant-bajas(3).
           perform LINEA-CANTIDAD.

       EMITIR-COBRANZA.
           move spaces to rep-linea.
           write rep-linea.
           move "FACTURACION Y COBRANZA" to rep-linea.
           write rep-linea.
           move "  Cuotas facturadas" to ws-etiqueta.
           move act-facturado to ws-v-act.
           move ant-facturado to ws-v-ant.
           perform LINEA-IMPORTE.
           move "  Punitorios aplicados" to ws-etiqueta.
           move act-punitorios to ws-v-act.
           move ant-punitorios to ws-v-ant.
           perform LINEA-IMPORTE.
           move "  Total facturado" to ws-etiqueta.
           compute ws-v-act = act-facturado + act-punitorios.
           compute ws-v-ant = ant-facturado + ant-punitorios.
           perform LINEA-IMPORTE.
           move "  Cobrado por banco" to ws-etiqueta.
           move act-cob-banco to ws-v-act.
           move ant-cob-banco to ws-v-ant.
           perform LINEA-IMPORTE.
           move "  Cobrado en mostrador" to ws-etiqueta.
           move act-cob-mostrador to ws-v-act.
           move ant-cob-mostrador to ws-v-ant.
           perform LINEA-IMPORTE.
           move "  Reversas de cobros" to ws-etiqueta.
           move act-cob-reversas to ws-v-act.
           move ant-cob-reversas to ws-v-ant.
           perform LINEA-IMPORTE.
           move "  Total cobrado" to ws-etiqueta.
           compute ws-v-act = act-cob-banco + act-cob-mostrador
               + act-cob-reversas.
           compute ws-v-ant = ant-cob-banco + ant-cob-mostrador
               + ant-cob-reversas.
           perform LINEA-IMPORTE.
           move "  Efectividad de cobranza %" to ws-etiqueta.
           move act-efectividad to ws-v-act.
           move ant-efectividad to ws-v-ant.
           perform LINEA-IMPORTE.

       LINEA-CANTIDAD.
           move ws-etiqueta to dct-etiqueta.
           move ws-v-act to dct-actual.
           move ws-v-ant to dct-anterior.
           compute dct-dif = ws-v-act - ws-v-ant.
           move ws-det-cnt to rep-linea.
           write rep-linea.

       LINEA-IMPORTE.
           move ws-etiqueta to dim-etiqueta.
           move ws-v-act to dim-actual.
           move ws-v-ant to dim-anterior.
           compute dim-dif = ws-v-act - ws-v-ant.
           move ws-det-imp to rep-linea.
           write rep-linea.

      * Si el periodo ya estaba cerrado (se repite el cierre) se
      * reemplaza el registro anterior.
       GUARDAR-CERRADO.
           open input tablero.
           open output tablero-new.
           if ws-tab-status not = "35"
               move zero to flag
               read tablero at end move 1 to flag
               end-read
               perform until flag = 1
                   if tab-periodo not = ws-periodo
                       write tab-reg-new from tab-reg
                   end-if
                   read tablero at end move 1 to flag
                   end-read
               end-perform
               close tablero
           end-if.
           write tab-reg-new from ws-actual.
           close tablero-new.
           call "CBL_DELETE_FILE" using nom-arch-tab.
           call "CBL_RENAME_FILE" using nom-tab-new nom-arch-tab.
           move zero to return-code.

      ******************************************************************
      * Tendencia de los ultimos 12 meses cerrados
      ******************************************************************
       EMITIR-TENDENCIA.
           perform CARGAR-CERRADOS.
           if ws-tot-cer = zero
               display "No hay meses cerrados en " nom-arch-tab "."
               STOP RUN
           end-if.
           perform ORDENAR-CERRADOS.
           move ws-cer(ws-tot-cer) to tab-reg.
           string "TENDENCIA_" delimited by size
               tab-periodo delimited by size
               ".rpt" delimited by size
               into nom-reporte.
           if ws-tot-cer > 12
               compute ws-desde = ws-tot-cer - 11
           else
               move 1 to ws-desde
           end-if.
           open output reporte.
           move "TENDENCIA DE LOS ULTIMOS 12 MESES CERRADOS"
               to rep-linea.
           write rep-linea.
           move spaces to rep-linea.
           string "Emitido: " ws-fecha delimited by size
               into rep-linea.
           write rep-linea.
           move spaces to rep-linea.
           write rep-linea.
           move ws-tit-tnd to rep-linea.
           write rep-linea.
           perform varying ws-idx from ws-desde by 1
                   until ws-idx > ws-tot-cer
               move ws-cer(ws-idx) to tab-reg
               perform LINEA-TENDENCIA
           end-perform.
           move spaces to ws-tnd.
           move "Total   " to ws-tnd(1:8).
           move tot-altas to tnd-altas.
           move tot-bajas to tnd-bajas.
           compute tnd-neto = tot-altas - tot-bajas.
           move tot-fact to tnd-fact.
           move tot-cob to tnd-cob.
           move zero to ws-pct.
           if tot-fact > zero and tot-cob > zero
               compute ws-pct rounded = tot-cob * 100 / tot-fact
           end-if.
           move ws-pct to tnd-efec.
           move spaces to rep-linea.
           write rep-linea.
           move ws-tnd to rep-linea.
           write rep-linea.
           close reporte.
           display "Meses listados: " ws-tot-cer.
           display "Tendencia generada en " nom-reporte.

       CARGAR-CERRADOS.
           open input tablero.
           if ws-tab-status not = "35"
               move zero to flag
               read tablero at end move 1 to flag
               end-read
               perform until flag = 1
                   if ws-tot-cer = 240
                       display "ADVERTENCIA: mas de 240 meses en "
                           nom-arch-tab ". Se toman los primeros."
                       move 1 to flag
                   else
                       add 1 to ws-tot-cer
                       move tab-reg to ws-cer(ws-tot-cer)
                       read tablero at end move 1 to flag
                       end-read
                   end-if
               end-perform
               close tablero
           end-if.

      * Intercambio de adyacentes por periodo (las seis primeras
      * posiciones del registro).
       ORDENAR-CERRADOS.
           perform varying ws-pas from 1 by 1
                   until ws-pas >= ws-tot-cer
               perform varying ws-idx from 1 by 1
                       until ws-idx > ws-tot-cer - ws-pas
                   if ws-cer(ws-idx)(1:6) > ws-cer(ws-idx + 1)(1:6)
                       move ws-cer(ws-idx)     to ws-cer-aux
                       move ws-cer(ws-idx + 1) to ws-cer(ws-idx)
                       move ws-cer-aux         to ws-cer(ws-idx + 1)
                   end-if
               end-perform
           end-perform.

       LINEA-TENDENCIA.
           compute ws-t-altas = tab-altas(1) + tab-altas(2)
               + tab-altas(3).
           compute ws-t-bajas = tab-bajas(1) + tab-bajas(2)
               + tab-bajas(3).
           move spaces to ws-tnd.
           move tab-periodo to tnd-periodo.
           move ws-t-altas to tnd-altas.
           move ws-t-bajas to tnd-bajas.
           compute tnd-neto = ws-t-altas - ws-t-bajas.
           compute tnd-fact = tab-facturado + tab-punitorios.
           compute tnd-cob = tab-cob-banco + tab-cob-mostrador
               + tab-cob-reversas.
           move tab-efectividad to tnd-efec.
           move tab-deuda to tnd-deuda.
           move ws-tnd to rep-linea.
           write rep-linea.
           add ws-t-altas to tot-altas.
           add ws-t-bajas to tot-bajas.
           compute tot-fact = tot-fact + tab-facturado
               + tab-punitorios.
           compute tot-cob = tot-cob + tab-cob-banco
               + tab-cob-mostrador + tab-cob-reversas.
       END PROGRAM YOUR-PROGRAM-NAME.
