      *           categoria segun CUOTAS.par y emite el registro de
      *           facturacion. El periodo facturado queda asentado en
      *           CUOTAS.ctl para impedir una doble facturacion.
      *           Los socios de un grupo familiar (grupos.dat) con
      *           titular activo no se facturan por separado: la suma
      *           de las cuotas del grupo, con la bonificacion de
      *           BONIF.par por cantidad de integrantes o parentesco,
      *           se debita al titular y el registro detalla lo que
      *           corresponde a cada integrante.
      *           Mientras corre tiene tomado el bloqueo de socio.dat
      *           (SOCIO.lck) y no arranca si otro programa lo tiene.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT param-arch assign to "CUOTAS.par"
                ORGANIZATION is line sequential
                FILE STATUS is ws-param-status.
           SELECT bonif-arch assign to "BONIF.par"
                ORGANIZATION is line sequential
                FILE STATUS is ws-bonif-status.
           SELECT grupos assign to nom-arch-grp
                ORGANIZATION is line sequential
                FILE STATUS is ws-grp-status.
           SELECT control-arch assign to nom-control
                ORGANIZATION is line sequential
                FILE STATUS is ws-control-status.
           SELECT balance-arch assign to nom-balance
                ORGANIZATION is line sequential
                FILE STATUS is ws-balance-status.
           SELECT bloqueo assign to nom-arch-lck
                ORGANIZATION is line sequential
                FILE STATUS is ws-lck-status.
           SELECT socio-idx assign to nom-arch-idx
                ORGANIZATION is indexed
                ACCESS MODE is dynamic
           03 filler    pic x.
           03 par-cuota pic 9(7)v99.

      * BONIF.par: G + cantidad minima de integrantes del grupo, o
      * P + parentesco del adherente (C, H, P, O), y el porcentaje
      * con dos decimales sin punto (0500 = 5%, tope 99.99%).
       fd  bonif-arch.
       01  bonif-linea.
           03 bon-tipo  pic x.
           03 bon-clave pic x.
           03 filler    pic x.
           03 bon-pct   pic 9(2)v99.

       fd  grupos.
       01  grp-reg.
           COPY "GRUPO.cpy".

       fd  control-arch.
       01  control-linea pic x(6).

       01  ctl-reg.
           COPY "CONTROL.cpy".

       fd  bloqueo.
       01  blq-reg.
           COPY "BLOQUEO.cpy".

       fd  socio-idx.
       01  idx-reg.
           COPY "SOCIO.cpy" REPLACING LEADING ==soc== BY ==idx==.
       01  nom-arch-idx pic x(20) value "..\SOCIO.IDX".
       01  nom-balance  pic x(20) value "..\CONTROL.dat".
       01  nom-arch-hist pic x(20) value "..\movhist.dat".
       01  nom-arch-grp pic x(20) value "..\grupos.dat".
       01  flag         pic 9   value zero.
       01  ws-param-status   pic x(2).
       01  ws-idx-status     pic x(2).
       01  ws-balance-status pic x(2).
       01  ws-hist-status    pic x(2).
       01  ws-control-status pic x(2).
       01  ws-bonif-status   pic x(2).
       01  ws-grp-status     pic x(2).
       01  ws-hora      pic x(8).
       01  tot-socios   pic 9(6) value zero.
       01  tot-saldo    pic s9(9)v99 value zero.
              05 ws-cuo-cat   pic x.
              05 ws-cuo-valor pic 9(7)v99.
       01  ws-cuota     pic 9(7)v99.
       01  ws-cat-buscada pic x.
       01  ws-bon-tam-tbl.
           03 ws-bon-tam pic 9(2)v99 occurs 9 times value zero.
       01  ws-bon-par-tbl.
           03 ws-bon-par-ent occurs 4 times.
              05 ws-bon-par-cod pic x.
              05 ws-bon-par-pct pic 9(2)v99 value zero.
       01  ws-bon-par-cod-ini pic x(4) value "CHPO".
       01  ws-cant-bon    pic 9(3) value zero.
       01  ws-tam         pic 9.
       01  ws-pct         pic 9(2)v99.
       01  ws-pct-tam     pic 9(2)v99.
       01  ws-descuento   pic 9(7)v99.
       01  ws-neto        pic 9(7)v99.
       01  ws-pct-ed      pic z9.99.
      * Tablas por numero de socio (indice = nro + 1).
       01  ws-soc-tbl.
           03 ws-soc-ent occurs 10000 times.
              05 ws-soc-est pic x   value space.
              05 ws-soc-cat pic x   value space.
              05 ws-soc-nom pic x(20) value spaces.
       01  ws-grp-soc-tbl.
           03 ws-grp-soc-ent occurs 10000 times.
              05 ws-es-adh      pic 9     value zero.
              05 ws-grp-valido  pic 9     value zero.
              05 ws-grp-integ   pic 9(3)  value zero.
              05 ws-grp-cargo   pic 9(8)v99 value zero.
       01  ws-grp-tbl.
           03 ws-grp-ent occurs 5000 times.
              05 ws-grt-titular pic 9(4).
              05 ws-grt-nro     pic 9(4).
              05 ws-grt-par     pic x.
       01  ws-tot-grp     pic 9(4) value zero.
       01  ws-g           pic 9(4).
       01  ws-n           pic 9(5).
       01  ws-tit         pic 9(4).
       01  ws-par         pic x.
       01  ws-det-tbl.
           03 ws-det-ent occurs 6000 times.
              05 ws-det-titular pic 9(4).
              05 ws-det-nro     pic 9(4).
              05 ws-det-par     pic x.
              05 ws-det-cat     pic x.
              05 ws-det-cuota   pic 9(7)v99.
              05 ws-det-pct     pic 9(2)v99.
              05 ws-det-neto    pic 9(7)v99.
       01  ws-tot-det     pic 9(4) value zero.
       01  ws-d           pic 9(4).
       01  tot-grupos     pic 9(6) value zero.
       01  tot-bonif      pic 9(9)v99 value zero.
       01  ws-tit-grp.
           03 filler pic x(30) value "    Nro.  Nombre".
           03 filler pic x(44) value
              "Par Cat       Cuota  %Bonif        Neto".
       01  ws-hallada   pic 9   value zero.
       01  ws-cant-fac-tbl.
           03 ws-cant-fac pic 9(6) occurs 10 times value zero.
       01  tot-sin-cuota  pic 9(6) value zero.
       01  ws-cuota-ed    pic ---,---,--9.99.
       01  ws-total-ed    pic ----,---,--9.99.
       01  nom-arch-lck pic x(20) value "..\SOCIO.lck".
       01  ws-lck-status pic x(2).
       01  ws-lck-hora   pic x(8).
       01  ws-lck-oper   pic x(8).
       01  ws-lck-rc     pic s9(9) comp.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           perform OBTENER-PERIODO.
           perform CONTROLAR-PERIODO.
           perform CARGAR-CUOTAS.
           perform CARGAR-BONIFICACIONES.
           perform TOMAR-BLOQUEO.
           perform CARGAR-SOCIOS.
           perform CARGAR-GRUPOS.
           perform ARMAR-GRUPOS.
           perform FACTURAR.
           perform REFRESCAR-INDEXADO.
           perform GRABAR-BALANCE.
           perform ASENTAR-PERIODO.
           perform MOSTRAR-TOTALES.
           perform LIBERAR-BLOQUEO.
           STOP RUN.

       OBTENER-PERIODO.
           move zero to flag.
           read socios into soc-reg at end move 1 to flag.
           perform until flag = 1
               evaluate true
                   when ws-es-adh(soc-nro + 1) = 1
                       continue
                   when ws-grp-valido(soc-nro + 1) = 1
                       perform FACTURAR-GRUPO
                   when soc-activo
                       perform FACTURAR-SOCIO
               end-evaluate
               write soc-reg-new from soc-reg
               add 1 to tot-socios
               add soc-saldo to tot-saldo
           close movhist.
           perform GUARDAR-GENERACION.

       FACTURAR-SOCIO.
           move soc-cat to ws-cat-buscada.
           perform BUSCAR-CUOTA.
           if ws-hallada = 1
               subtract ws-cuota from soc-saldo
               add 1 to ws-cant-fac(ws-idx)
               add ws-cuota to ws-tot-fac(ws-idx)
               add 1 to tot-facturados
               add ws-cuota to tot-facturado
               perform GRABAR-MOVIMIENTO-CUOTA
           else
               add 1 to tot-sin-cuota
               display "ADVERTENCIA: socio " soc-nro
                   " con categoria " soc-cat
                   " sin cuota en CUOTAS.par. No se factura."
           end-if.

      * El cargo del grupo ya viene armado con las cuotas bonificadas
      * de todos sus integrantes activos; va en un solo movimiento.
       FACTURAR-GRUPO.
           move ws-grp-cargo(soc-nro + 1) to ws-cuota.
           if ws-cuota > zero
               subtract ws-cuota from soc-saldo
               perform GRABAR-MOVIMIENTO-CUOTA
           end-if.

      * El maestro reemplazado no se borra: rota como generacion de
      * respaldo (socio.g01 la mas reciente, socio.g03 la mas vieja)
      * para que restaura pueda volver atras un pase. En la primera
           move zero to ws-hallada.
           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-tot-cat or ws-hallada = 1
               if ws-cuo-cat(ws-idx) = ws-cat-buscada
                   move 1 to ws-hallada
                   move ws-cuo-valor(ws-idx) to ws-cuota
               end-if
               subtract 1 from ws-idx
           end-if.

      * BONIF.par es optativo: sin el archivo los grupos se facturan
      * al titular sin bonificacion.
       CARGAR-BONIFICACIONES.
           move ws-bon-par-cod-ini(1:1) to ws-bon-par-cod(1).
           move ws-bon-par-cod-ini(2:1) to ws-bon-par-cod(2).
           move ws-bon-par-cod-ini(3:1) to ws-bon-par-cod(3).
           move ws-bon-par-cod-ini(4:1) to ws-bon-par-cod(4).
           open input bonif-arch.
           if ws-bonif-status = "35"
               display "ADVERTENCIA: falta BONIF.par. Los grupos "
                   "familiares se facturan sin bonificacion."
           else
               move zero to flag
               read bonif-arch at end move 1 to flag
               end-read
               perform until flag = 1
                   if bon-tipo not = space
                       perform TOMAR-BONIFICACION
                   end-if
                   read bonif-arch at end move 1 to flag
                   end-read
               end-perform
               close bonif-arch
           end-if.

       TOMAR-BONIFICACION.
           if bon-pct is not numeric
               display "ERROR: porcentaje invalido en BONIF.par: "
                   bonif-linea ". No se factura."
               close bonif-arch
               move 8 to return-code
               STOP RUN
           end-if.
           evaluate true
               when bon-tipo = "G" and bon-clave is numeric
                   and bon-clave > "1"
                   move bon-clave to ws-tam
                   move bon-pct to ws-bon-tam(ws-tam)
                   add 1 to ws-cant-bon
               when bon-tipo = "P"
                   move zero to ws-hallada
                   perform varying ws-idx from 1 by 1
                           until ws-idx > 4
                       if ws-bon-par-cod(ws-idx) = bon-clave
                           move bon-pct to ws-bon-par-pct(ws-idx)
                           move 1 to ws-hallada
                       end-if
                   end-perform
                   if ws-hallada = 1
                       add 1 to ws-cant-bon
                   else
                       display "ADVERTENCIA: parentesco desconocido "
                           "en BONIF.par: " bonif-linea
                   end-if
               when other
                   display "ADVERTENCIA: linea ignorada en BONIF.par: "
                       bonif-linea
           end-evaluate.

       CARGAR-SOCIOS.
           open input socios.
           move zero to flag.
           read socios into soc-reg at end move 1 to flag.
           perform until flag = 1
               move soc-estado to ws-soc-est(soc-nro + 1)
               move soc-cat    to ws-soc-cat(soc-nro + 1)
               move soc-nom    to ws-soc-nom(soc-nro + 1)
               read socios into soc-reg at end move 1 to flag
           end-perform.
           close socios.

      * Un grupo solo se factura como tal si su titular esta activo;
      * con el titular suspendido o de baja cada adherente activo se
      * factura por su cuenta.
       CARGAR-GRUPOS.
           open input grupos.
           if ws-grp-status not = "35"
               move zero to flag
               read grupos at end move 1 to flag
               end-read
               perform until flag = 1
                   if ws-tot-grp < 5000
                       add 1 to ws-tot-grp
                       move grp-titular to ws-grt-titular(ws-tot-grp)
                       move grp-nro     to ws-grt-nro(ws-tot-grp)
                       move grp-parentesco to ws-grt-par(ws-tot-grp)
                   end-if
                   read grupos at end move 1 to flag
                   end-read
               end-perform
               close grupos
           end-if.
           perform varying ws-g from 1 by 1 until ws-g > ws-tot-grp
               move ws-grt-titular(ws-g) to ws-tit
               if ws-soc-est(ws-tit + 1) = "A"
                   if ws-grp-valido(ws-tit + 1) = zero
                       move 1 to ws-grp-valido(ws-tit + 1)
                       move 1 to ws-grp-integ(ws-tit + 1)
                       add 1 to tot-grupos
                   end-if
                   move 1 to ws-es-adh(ws-grt-nro(ws-g) + 1)
                   if ws-soc-est(ws-grt-nro(ws-g) + 1) = "A"
                       add 1 to ws-grp-integ(ws-tit + 1)
                   end-if
               end-if
           end-perform.

      * Arma el cargo de cada grupo y el detalle por integrante. Cada
      * integrante se cuenta en la categoria propia aunque el cargo
      * vaya a la cuenta del titular.
       ARMAR-GRUPOS.
           perform varying ws-n from 1 by 1 until ws-n > 10000
               if ws-grp-valido(ws-n) = 1
                   subtract 1 from ws-n giving ws-tit
                   perform BONIF-POR-TAMANO
                   move ws-tit to ws-d
                   move "T" to ws-par
                   move ws-pct-tam to ws-pct
                   perform AGREGAR-INTEGRANTE
                   perform varying ws-g from 1 by 1
                           until ws-g > ws-tot-grp
                       if ws-grt-titular(ws-g) = ws-tit
                           and ws-soc-est(ws-grt-nro(ws-g) + 1) = "A"
                           move ws-grt-nro(ws-g) to ws-d
                           move ws-grt-par(ws-g) to ws-par
                           perform BONIF-POR-PARENTESCO
                           perform AGREGAR-INTEGRANTE
                       end-if
                   end-perform
               end-if
           end-perform.

      * Se aplica la bonificacion del mayor tamano cargado que no
      * supere la cantidad de integrantes activos del grupo.
       BONIF-POR-TAMANO.
           move zero to ws-pct-tam.
           perform varying ws-idx from 2 by 1 until ws-idx > 9
               if ws-idx not > ws-grp-integ(ws-n)
                   and ws-bon-tam(ws-idx) > zero
                   move ws-bon-tam(ws-idx) to ws-pct-tam
               end-if
           end-perform.

      * Al adherente le corresponde la mayor entre la bonificacion del
      * grupo y la de su parentesco; no se suman.
       BONIF-POR-PARENTESCO.
           move ws-pct-tam to ws-pct.
           perform varying ws-idx from 1 by 1 until ws-idx > 4
               if ws-bon-par-cod(ws-idx) = ws-par
                   and ws-bon-par-pct(ws-idx) > ws-pct
                   move ws-bon-par-pct(ws-idx) to ws-pct
               end-if
           end-perform.

      * ws-d trae el integrante, ws-par su parentesco (T el titular)
      * y ws-pct la bonificacion que le toca.
       AGREGAR-INTEGRANTE.
           move ws-soc-cat(ws-d + 1) to ws-cat-buscada.
           perform BUSCAR-CUOTA.
           if ws-hallada = 1
               compute ws-descuento rounded = ws-cuota * ws-pct / 100
               subtract ws-descuento from ws-cuota giving ws-neto
               add ws-neto to ws-grp-cargo(ws-tit + 1)
               add 1 to ws-cant-fac(ws-idx)
               add ws-neto to ws-tot-fac(ws-idx)
               add 1 to tot-facturados
               add ws-neto to tot-facturado
               add ws-descuento to tot-bonif
           else
               move zero to ws-cuota
               move zero to ws-neto
               add 1 to tot-sin-cuota
               display "ADVERTENCIA: socio " ws-d
                   " con categoria " ws-cat-buscada
                   " sin cuota en CUOTAS.par. No se factura."
           end-if.
           if ws-tot-det < 6000
               add 1 to ws-tot-det
               move ws-tit         to ws-det-titular(ws-tot-det)
               move ws-d           to ws-det-nro(ws-tot-det)
               move ws-par         to ws-det-par(ws-tot-det)
               move ws-cat-buscada to ws-det-cat(ws-tot-det)
               move ws-cuota       to ws-det-cuota(ws-tot-det)
               move ws-pct         to ws-det-pct(ws-tot-det)
               move ws-neto        to ws-det-neto(ws-tot-det)
           end-if.

       GRABAR-BALANCE.
           open extend balance-arch.
           if ws-balance-status = "35"
               ws-total-ed delimited by size
               into reg-linea.
           write reg-linea.
           move tot-bonif to ws-total-ed.
           move spaces to reg-linea.
           string "Total bonificado:        " delimited by size
               ws-total-ed delimited by size
               into reg-linea.
           write reg-linea.
           if tot-grupos > zero
               perform DETALLAR-GRUPOS
           end-if.
           close registro.
           display "Socios facturados: " tot-facturados.
           display "Total facturado:   " tot-facturado.
           display "Socios sin cuota:  " tot-sin-cuota.
           display "Grupos familiares: " tot-grupos.
           display "Registro generado en " nom-registro.

      * El detalle sale en el orden en que se armaron los grupos: el
      * titular primero y despues sus adherentes activos.
       DETALLAR-GRUPOS.
           move spaces to reg-linea.
           write reg-linea.
           move "DETALLE DE GRUPOS FAMILIARES" to reg-linea.
           write reg-linea.
           move zero to ws-tit.
           perform varying ws-d from 1 by 1 until ws-d > ws-tot-det
               if ws-det-par(ws-d) = "T"
                   if ws-d > 1
                       perform TOTALIZAR-GRUPO
                   end-if
                   move ws-det-titular(ws-d) to ws-tit
                   move spaces to reg-linea
                   write reg-linea
                   move spaces to reg-linea
                   string "  Grupo del titular " delimited by size
                       ws-tit delimited by size
                       "  " delimited by size
                       ws-soc-nom(ws-tit + 1) delimited by size
                       into reg-linea
                   write reg-linea
                   move ws-tit-grp to reg-linea
                   write reg-linea
               end-if
               move ws-det-cuota(ws-d) to ws-cuota-ed
               move ws-det-pct(ws-d) to ws-pct-ed
               move ws-det-neto(ws-d) to ws-total-ed
               move spaces to reg-linea
               string "    " delimited by size
                   ws-det-nro(ws-d) delimited by size
                   "  " delimited by size
                   ws-soc-nom(ws-det-nro(ws-d) + 1) delimited by size
                   "  " delimited by size
                   ws-det-par(ws-d) delimited by size
                   "   " delimited by size
                   ws-det-cat(ws-d) delimited by size
                   ws-cuota-ed delimited by size
                   "  " delimited by size
                   ws-pct-ed delimited by size
                   ws-total-ed(5:) delimited by size
                   into reg-linea
               write reg-linea
           end-perform.
           perform TOTALIZAR-GRUPO.

       TOTALIZAR-GRUPO.
           move ws-grp-cargo(ws-tit + 1) to ws-total-ed.
           move spaces to reg-linea.
           string "    Debitado al titular " delimited by size
               ws-tit delimited by size
               ":                       " delimited by size
               ws-total-ed delimited by size
               into reg-linea.
           write reg-linea.

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
           move "CUOTAS" to blq-prog.
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
