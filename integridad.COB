      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Verificacion de integridad entre los archivos del
      *           sistema, ultimo paso de la cadena nocturna. Donde
      *           concilia solo recuenta el archivo del ultimo asiento
      *           de CONTROL.dat, este programa cruza los archivos
      *           entre si y lista, por tipo de inconsistencia:
      *           movimientos de movhist.dat de socios que no estan
      *           en socio.dat; diferencias entre SOCIO.IDX y
      *           socio.dat (faltantes, sobrantes, saldo o estado
      *           distinto); socios de SOC-SUC.txt que no estan en
      *           SOC-ACT.txt; socios cuyo saldo no es la suma de sus
      *           movimientos en movhist.dat (que incluye el arrastre
      *           del corte); suspendidos con saldo cero o a favor,
      *           salvo los adherentes de un titular suspendido, que
      *           se suspenden con el grupo y se listan aparte sin
      *           contar como novedad; y altas de auditoria.dat sin el
      *           socio en el maestro.
      *           Termina con 8 si el maestro no cuadra con su
      *           historico o su indexado, con 4 ante las demas
      *           novedades y con 0 si no hay ninguna.
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
           SELECT socios-act assign to nom-arch-act
                ORGANIZATION is line sequential
                FILE STATUS is ws-act-status.
           SELECT suc-arch assign to nom-arch-suc
                ORGANIZATION is line sequential
                FILE STATUS is ws-suc-status.
           SELECT auditoria assign to nom-arch-aud
                ORGANIZATION is line sequential
                FILE STATUS is ws-aud-status.
           SELECT grupos assign to nom-arch-grp
                ORGANIZATION is line sequential
                FILE STATUS is ws-grp-status.
           SELECT reporte assign to nom-reporte
                ORGANIZATION is line sequential.
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

       fd  movhist.
       01  movhist-reg.
           COPY "MOVIM.cpy".

       fd  socios-act.
       01  act-reg.
           COPY "SOCIO.cpy" REPLACING LEADING ==soc== BY ==act==.

       fd  suc-arch.
       01  suc-reg.
           03 suc-soc-nro pic 9(4).
           03 suc-soc-suc pic 9.

       fd  auditoria.
       01  aud-reg.
           COPY "AUDIT.cpy".

       fd  grupos.
       01  grp-reg.
           COPY "GRUPO.cpy".

       fd  reporte.
       01  rep-linea pic x(80).

       fd  socio-idx.
       01  idx-reg.
           COPY "SOCIO.cpy" REPLACING LEADING ==soc== BY ==idx==.
       WORKING-STORAGE SECTION.
       01  soc-reg.
           COPY "SOCIO.cpy".
       01  nom-arch      pic x(20) value "..\socio.dat".
       01  nom-arch-hist pic x(20) value "..\movhist.dat".
       01  nom-arch-act  pic x(20) value "..\SOC-ACT.txt".
       01  nom-arch-suc  pic x(20) value "..\SOC-SUC.txt".
       01  nom-arch-aud  pic x(20) value "..\auditoria.dat".
       01  nom-arch-idx  pic x(20) value "..\SOCIO.IDX".
       01  nom-arch-grp  pic x(20) value "..\grupos.dat".
       01  nom-reporte   pic x(24).
       01  flag          pic 9   value zero.
       01  ws-socios-status pic x(2).
       01  ws-hist-status   pic x(2).
       01  ws-act-status    pic x(2).
       01  ws-suc-status    pic x(2).
       01  ws-aud-status    pic x(2).
       01  ws-idx-status    pic x(2).
       01  ws-grp-status    pic x(2).
       01  ws-fecha      pic 9(8).
      * Por numero de socio (indice = nro + 1).
       01  ws-soc-tbl.
           03 ws-soc-ent occurs 10000 times.
              05 ws-soc-existe pic 9     value zero.
              05 ws-soc-saldo  pic s9(8)v99 value zero.
              05 ws-soc-estado pic x     value space.
              05 ws-soc-neto   pic s9(9)v99 value zero.
              05 ws-soc-en-idx pic 9     value zero.
              05 ws-soc-en-act pic 9     value zero.
              05 ws-soc-sin-mov pic 9    value zero.
              05 ws-soc-aud    pic x     value space.
              05 ws-soc-adh-de pic 9(4)  value zero.
       01  ws-n          pic 9(5).
       01  ws-nro        pic 9(4).
       01  ws-cant-tipo  pic 9(6).
       01  ws-cant-grupo pic 9(6).
       01  ws-tit        pic 9(4).
       01  ws-omitida    pic 9   value zero.
       01  ws-severidad  pic 9(2) value zero.
       01  ws-saldo-ed   pic ---,---,--9.99.
       01  ws-neto-ed    pic ----,---,--9.99.
       01  ws-importe-ed pic ---,---,--9.99.
       01  tot-novedades pic 9(6) value zero.
       01  ws-tipo-tbl.
           03 ws-tipo-cant pic 9(6) occurs 6 times value zero.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           accept ws-fecha from date YYYYMMDD.
           string "INTEGRIDAD_" delimited by size
               ws-fecha delimited by size
               ".rpt" delimited by size
               into nom-reporte.
           perform CARGAR-SOCIOS.
           perform CARGAR-GRUPOS.
           open output reporte.
           move "VERIFICACION DE INTEGRIDAD ENTRE ARCHIVOS"
               to rep-linea.
           write rep-linea.
           move spaces to rep-linea.
           string "Fecha: " ws-fecha delimited by size
               into rep-linea.
           write rep-linea.
           perform VERIFICAR-HISTORICO.
           perform VERIFICAR-INDEXADO.
           perform VERIFICAR-SUCURSALES.
           perform VERIFICAR-SALDOS.
           perform VERIFICAR-SUSPENDIDOS.
           perform VERIFICAR-AUDITORIA.
           perform GRABAR-RESUMEN.
           close reporte.
           display "Novedades de integridad: " tot-novedades.
           display "Reporte generado en " nom-reporte.
           move ws-severidad to return-code.
           STOP RUN.

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
               move 1          to ws-soc-existe(soc-nro + 1)
               move soc-saldo  to ws-soc-saldo(soc-nro + 1)
               move soc-estado to ws-soc-estado(soc-nro + 1)
               read socios into soc-reg at end move 1 to flag
           end-perform.
           close socios.

       CARGAR-GRUPOS.
           open input grupos.
           if ws-grp-status not = "35"
               move zero to flag
               read grupos at end move 1 to flag
               end-read
               perform until flag = 1
                   move grp-titular to ws-soc-adh-de(grp-nro + 1)
                   read grupos at end move 1 to flag
                   end-read
               end-perform
               close grupos
           end-if.

       ABRIR-SECCION.
           move zero to ws-cant-tipo.
           move zero to ws-omitida.
           move spaces to rep-linea.
           write rep-linea.

       CERRAR-SECCION.
           if ws-cant-tipo = zero and ws-omitida = zero
               move "  Sin novedades." to rep-linea
               write rep-linea
           end-if.
           add ws-cant-tipo to tot-novedades.

      * Se acumula ademas el neto de cada socio, con el mismo signo
      * que aplica actualiza, para el control de saldos.
       VERIFICAR-HISTORICO.
           perform ABRIR-SECCION.
           move "1. MOVIMIENTOS DE MOVHIST.DAT SIN SOCIO EN SOCIO.DAT"
               to rep-linea.
           write rep-linea.
           open input movhist.
           if ws-hist-status = "35"
               move "  No hay movimientos historicos." to rep-linea
               write rep-linea
               move 1 to ws-omitida
           else
               move zero to flag
               read movhist at end move 1 to flag
               end-read
               perform until flag = 1
                   evaluate mov-tipo
                       when "C"
                           subtract mov-importe
                               from ws-soc-neto(mov-nro + 1)
                       when other
                           add mov-importe to ws-soc-neto(mov-nro + 1)
                   end-evaluate
                   if ws-soc-existe(mov-nro + 1) = zero
                       add 1 to ws-cant-tipo
                       move mov-importe to ws-importe-ed
                       move spaces to rep-linea
                       string "  Socio " delimited by size
                           mov-nro delimited by size
                           "  " delimited by size
                           mov-fecha delimited by size
                           " " delimited by size
                           mov-tipo delimited by size
                           " " delimited by size
                           ws-importe-ed delimited by size
                           " " delimited by size
                           mov-ref delimited by size
                           into rep-linea
                       write rep-linea
                   end-if
                   read movhist at end move 1 to flag
                   end-read
               end-perform
               close movhist
           end-if.
           move ws-cant-tipo to ws-tipo-cant(1).
           if ws-cant-tipo > zero
               move 8 to ws-severidad
           end-if.
           perform CERRAR-SECCION.

       VERIFICAR-INDEXADO.
           perform ABRIR-SECCION.
           move "2. DIFERENCIAS ENTRE SOCIO.IDX Y SOCIO.DAT"
               to rep-linea.
           write rep-linea.
           open input socio-idx.
           if ws-idx-status not = "00"
               add 1 to ws-cant-tipo
               move spaces to rep-linea
               string "  No se puede leer " delimited by size
                   nom-arch-idx delimited by space
                   " (estado " delimited by size
                   ws-idx-status delimited by size
                   "). Correr indexar." delimited by size
                   into rep-linea
               write rep-linea
           else
               move zero to flag
               read socio-idx next at end move 1 to flag
               end-read
               perform until flag = 1
                   perform COMPARAR-INDEXADO
                   read socio-idx next at end move 1 to flag
                   end-read
               end-perform
               close socio-idx
               perform varying ws-n from 1 by 1 until ws-n > 10000
                   if ws-soc-existe(ws-n) = 1
                       and ws-soc-en-idx(ws-n) = zero
                       subtract 1 from ws-n giving ws-nro
                       add 1 to ws-cant-tipo
                       move spaces to rep-linea
                       string "  Socio " delimited by size
                           ws-nro delimited by size
                           "  falta en SOCIO.IDX" delimited by size
                           into rep-linea
                       write rep-linea
                   end-if
               end-perform
           end-if.
           move ws-cant-tipo to ws-tipo-cant(2).
           if ws-cant-tipo > zero
               move 8 to ws-severidad
           end-if.
           perform CERRAR-SECCION.

       COMPARAR-INDEXADO.
           move 1 to ws-soc-en-idx(idx-nro + 1).
           move spaces to rep-linea.
           evaluate true
               when ws-soc-existe(idx-nro + 1) = zero
                   string "  Socio " delimited by size
                       idx-nro delimited by size
                       "  sobra en SOCIO.IDX (no esta en socio.dat)"
                       delimited by size
                       into rep-linea
               when idx-saldo not = ws-soc-saldo(idx-nro + 1)
                   move idx-saldo to ws-saldo-ed
                   move ws-soc-saldo(idx-nro + 1) to ws-neto-ed
                   string "  Socio " delimited by size
                       idx-nro delimited by size
                       "  saldo IDX " delimited by size
                       ws-saldo-ed delimited by size
                       " socio.dat " delimited by size
                       ws-neto-ed delimited by size
                       into rep-linea
               when idx-estado not = ws-soc-estado(idx-nro + 1)
                   string "  Socio " delimited by size
                       idx-nro delimited by size
                       "  estado IDX " delimited by size
                       idx-estado delimited by size
                       " socio.dat " delimited by size
                       ws-soc-estado(idx-nro + 1) delimited by size
                       into rep-linea
           end-evaluate.
           if rep-linea not = spaces
               add 1 to ws-cant-tipo
               write rep-linea
           end-if.

       VERIFICAR-SUCURSALES.
           perform ABRIR-SECCION.
           move "3. SOCIOS DE SOC-SUC.TXT QUE NO ESTAN EN SOC-ACT.TXT"
               to rep-linea.
           write rep-linea.
           open input socios-act.
           open input suc-arch.
           if ws-act-status = "35" or ws-suc-status = "35"
               move "  No hay consolidado de sucursales para cruzar."
                   to rep-linea
               write rep-linea
               move 1 to ws-omitida
           else
               move zero to flag
               read socios-act at end move 1 to flag
               end-read
               perform until flag = 1
                   move 1 to ws-soc-en-act(act-nro + 1)
                   read socios-act at end move 1 to flag
                   end-read
               end-perform
               move zero to flag
               read suc-arch at end move 1 to flag
               end-read
               perform until flag = 1
                   if ws-soc-en-act(suc-soc-nro + 1) = zero
                       add 1 to ws-cant-tipo
                       move spaces to rep-linea
                       string "  Socio " delimited by size
                           suc-soc-nro delimited by size
                           "  sucursal " delimited by size
                           suc-soc-suc delimited by size
                           into rep-linea
                       write rep-linea
                   end-if
                   read suc-arch at end move 1 to flag
                   end-read
               end-perform
           end-if.
           if ws-act-status not = "35"
               close socios-act
           end-if.
           if ws-suc-status not = "35"
               close suc-arch
           end-if.
           move ws-cant-tipo to ws-tipo-cant(3).
           if ws-cant-tipo > zero and ws-severidad < 4
               move 4 to ws-severidad
           end-if.
           perform CERRAR-SECCION.

       VERIFICAR-SALDOS.
           perform ABRIR-SECCION.
           move "4. SALDOS QUE NO CIERRAN CON MOVHIST (Y ARRASTRE)"
               to rep-linea.
           write rep-linea.
           perform varying ws-n from 1 by 1 until ws-n > 10000
               if ws-soc-existe(ws-n) = 1
                   and ws-soc-saldo(ws-n) not = ws-soc-neto(ws-n)
                   subtract 1 from ws-n giving ws-nro
                   add 1 to ws-cant-tipo
                   move ws-soc-saldo(ws-n) to ws-saldo-ed
                   move ws-soc-neto(ws-n) to ws-neto-ed
                   move spaces to rep-linea
                   string "  Socio " delimited by size
                       ws-nro delimited by size
                       "  saldo " delimited by size
                       ws-saldo-ed delimited by size
                       "  movimientos " delimited by size
                       ws-neto-ed delimited by size
                       into rep-linea
                   write rep-linea
               end-if
           end-perform.
           move ws-cant-tipo to ws-tipo-cant(4).
           if ws-cant-tipo > zero
               move 8 to ws-severidad
           end-if.
           perform CERRAR-SECCION.

      * El adherente de un titular suspendido se suspende con el
      * grupo aunque no deba (suspension): no es novedad, se lista
      * aparte para que se vea por que sigue suspendido.
       VERIFICAR-SUSPENDIDOS.
           perform ABRIR-SECCION.
           move zero to ws-cant-grupo.
           move "5. SUSPENDIDOS CON SALDO CERO O A FAVOR" to rep-linea.
           write rep-linea.
           perform varying ws-n from 1 by 1 until ws-n > 10000
               if ws-soc-existe(ws-n) = 1
                   and ws-soc-estado(ws-n) = "S"
                   and ws-soc-saldo(ws-n) >= zero
                   move ws-soc-adh-de(ws-n) to ws-tit
                   if ws-tit not = zero
                       and ws-soc-estado(ws-tit + 1) = "S"
                       add 1 to ws-cant-grupo
                   else
                       subtract 1 from ws-n giving ws-nro
                       add 1 to ws-cant-tipo
                       move ws-soc-saldo(ws-n) to ws-saldo-ed
                       move spaces to rep-linea
                       string "  Socio " delimited by size
                           ws-nro delimited by size
                           "  saldo " delimited by size
                           ws-saldo-ed delimited by size
                           into rep-linea
                       write rep-linea
                   end-if
               end-if
           end-perform.
           move ws-cant-tipo to ws-tipo-cant(5).
           if ws-cant-tipo > zero and ws-severidad < 4
               move 4 to ws-severidad
           end-if.
           if ws-cant-grupo > zero
               if ws-cant-tipo = zero
                   move "  Sin novedades." to rep-linea
                   write rep-linea
                   move 1 to ws-omitida
               end-if
               move "  Suspendidos con el grupo de su titular:"
                   to rep-linea
               write rep-linea
               perform varying ws-n from 1 by 1 until ws-n > 10000
                   if ws-soc-existe(ws-n) = 1
                       and ws-soc-estado(ws-n) = "S"
                       and ws-soc-saldo(ws-n) >= zero
                       and ws-soc-adh-de(ws-n) not = zero
                       move ws-soc-adh-de(ws-n) to ws-tit
                       if ws-soc-estado(ws-tit + 1) = "S"
                           subtract 1 from ws-n giving ws-nro
                           move ws-soc-saldo(ws-n) to ws-saldo-ed
                           move spaces to rep-linea
                           string "    Socio " delimited by size
                               ws-nro delimited by size
                               "  saldo " delimited by size
                               ws-saldo-ed delimited by size
                               "  titular " delimited by size
                               ws-tit delimited by size
                               into rep-linea
                           write rep-linea
                       end-if
                   end-if
               end-perform
           end-if.
           perform CERRAR-SECCION.

      * Se sigue la vida de cada numero en auditoria.dat: un alta o
      * una reincorporacion lo deja vigente y un asiento sin imagen
      * posterior (absorcion por unificacion, depuracion) lo saca.
      * Queda la novedad si el ultimo hecho lo dejo vigente y el socio
      * no esta en el maestro.
       VERIFICAR-AUDITORIA.
           perform ABRIR-SECCION.
           move "6. ALTAS DE AUDITORIA.DAT SIN SOCIO EN EL MAESTRO"
               to rep-linea.
           write rep-linea.
           open input auditoria.
           if ws-aud-status = "35"
               move "  No hay registros de auditoria." to rep-linea
               write rep-linea
               move 1 to ws-omitida
           else
               move zero to flag
               read auditoria at end move 1 to flag
               end-read
               perform until flag = 1
                   evaluate true
                       when aud-oper = "A" or aud-oper = "I"
                           move "A" to ws-soc-aud(aud-nro + 1)
                       when aud-despues = spaces
                           move "R" to ws-soc-aud(aud-nro + 1)
                   end-evaluate
                   read auditoria at end move 1 to flag
                   end-read
               end-perform
               close auditoria
               perform varying ws-n from 1 by 1 until ws-n > 10000
                   if ws-soc-aud(ws-n) = "A"
                       and ws-soc-existe(ws-n) = zero
                       subtract 1 from ws-n giving ws-nro
                       add 1 to ws-cant-tipo
                       move spaces to rep-linea
                       string "  Socio " delimited by size
                           ws-nro delimited by size
                           "  tiene alta y no esta en socio.dat"
                           delimited by size
                           into rep-linea
                       write rep-linea
                   end-if
               end-perform
           end-if.
           move ws-cant-tipo to ws-tipo-cant(6).
           if ws-cant-tipo > zero and ws-severidad < 4
               move 4 to ws-severidad
           end-if.
           perform CERRAR-SECCION.

       GRABAR-RESUMEN.
           move spaces to rep-linea.
           write rep-linea.
           move "RESUMEN POR TIPO" to rep-linea.
           write rep-linea.
           move spaces to rep-linea.
           string "  1. Movimientos sin socio:       " delimited by size
               ws-tipo-cant(1) delimited by size
               into rep-linea.
           write rep-linea.
           move spaces to rep-linea.
           string "  2. Diferencias con SOCIO.IDX:   " delimited by size
               ws-tipo-cant(2) delimited by size
               into rep-linea.
           write rep-linea.
           move spaces to rep-linea.
           string "  3. SOC-SUC sin SOC-ACT:         " delimited by size
               ws-tipo-cant(3) delimited by size
               into rep-linea.
           write rep-linea.
           move spaces to rep-linea.
           string "  4. Saldos que no cierran:       " delimited by size
               ws-tipo-cant(4) delimited by size
               into rep-linea.
           write rep-linea.
           move spaces to rep-linea.
           string "  5. Suspendidos sin deuda:       " delimited by size
               ws-tipo-cant(5) delimited by size
               into rep-linea.
           write rep-linea.
           move spaces to rep-linea.
           string "  6. Altas sin socio:             " delimited by size
               ws-tipo-cant(6) delimited by size
               into rep-linea.
           write rep-linea.
           move spaces to rep-linea.
           string "Total de novedades: " delimited by size
               tot-novedades delimited by size
               "   Codigo de retorno: " delimited by size
               ws-severidad delimited by size
               into rep-linea.
           write rep-linea.
       END PROGRAM YOUR-PROGRAM-NAME.
