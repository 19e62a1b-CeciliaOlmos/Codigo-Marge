      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Listado de grupos familiares. Por cada titular de
      *           grupos.dat lista al titular y a sus adherentes con
      *           el parentesco, el estado y el saldo de socio.dat, y
      *           cierra cada grupo con el saldo conjunto de la
      *           familia, que es lo que el grupo debe en total.
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
           SELECT grupos assign to nom-arch-grp
                ORGANIZATION is line sequential
                FILE STATUS is ws-grp-status.
           SELECT reporte assign to nom-reporte
                ORGANIZATION is line sequential.
       DATA DIVISION.
       FILE SECTION.
       fd  socios.
       01  socios-img pic x(97).

       fd  grupos.
       01  grp-reg.
           COPY "GRUPO.cpy".

       fd  reporte.
       01  rep-linea pic x(80).
       WORKING-STORAGE SECTION.
       01  soc-reg.
           COPY "SOCIO.cpy".
       01  nom-arch     pic x(20) value "..\socio.dat".
       01  nom-arch-grp pic x(20) value "..\grupos.dat".
       01  nom-reporte  pic x(20).
       01  flag         pic 9   value zero.
       01  ws-socios-status pic x(2).
       01  ws-grp-status    pic x(2).
       01  ws-fecha     pic 9(8).
      * Por numero de socio (indice = nro + 1).
       01  ws-soc-tbl.
           03 ws-soc-ent occurs 10000 times.
              05 ws-soc-nom    pic x(20) value spaces.
              05 ws-soc-est    pic x     value space.
              05 ws-soc-saldo  pic s9(8)v99 value zero.
              05 ws-es-titular pic 9     value zero.
       01  ws-grp-tbl.
           03 ws-grp-ent occurs 5000 times.
              05 ws-grt-titular pic 9(4).
              05 ws-grt-nro     pic 9(4).
              05 ws-grt-par     pic x.
       01  ws-tot-grp   pic 9(4) value zero.
       01  ws-g         pic 9(4).
       01  ws-n         pic 9(5).
       01  ws-nro       pic 9(4).
       01  ws-tit       pic 9(4).
       01  ws-par       pic x.
       01  ws-par-desc  pic x(11).
       01  ws-tit-det.
           03 filler pic x(30) value "    Nro.  Nombre".
           03 filler pic x(40) value
              "Parentesco  Estado         Saldo".
       01  ws-saldo-ed  pic ---,---,--9.99.
       01  ws-total-ed  pic ----,---,--9.99.
       01  ws-grp-saldo pic s9(9)v99.
       01  ws-grp-cant  pic 9(4).
       01  tot-grupos   pic 9(6) value zero.
       01  tot-integrantes pic 9(6) value zero.
       01  tot-saldo    pic s9(9)v99 value zero.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           accept ws-fecha from date YYYYMMDD.
           string "GRUPOS_" delimited by size
               ws-fecha delimited by size
               ".rpt" delimited by size
               into nom-reporte.
           perform CARGAR-SOCIOS.
           perform CARGAR-GRUPOS.
           open output reporte.
           move "GRUPOS FAMILIARES" to rep-linea.
           write rep-linea.
           move spaces to rep-linea.
           string "Fecha: " ws-fecha delimited by size
               into rep-linea.
           write rep-linea.
           perform varying ws-n from 1 by 1 until ws-n > 10000
               if ws-es-titular(ws-n) = 1
                   subtract 1 from ws-n giving ws-tit
                   perform LISTAR-GRUPO
               end-if
           end-perform.
           perform GRABAR-TOTALES.
           close reporte.
           display "Grupos listados:       " tot-grupos.
           display "Integrantes:           " tot-integrantes.
           display "Reporte generado en " nom-reporte.
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
               move soc-nom    to ws-soc-nom(soc-nro + 1)
               move soc-estado to ws-soc-est(soc-nro + 1)
               move soc-saldo  to ws-soc-saldo(soc-nro + 1)
               read socios into soc-reg at end move 1 to flag
           end-perform.
           close socios.

       CARGAR-GRUPOS.
           open input grupos.
           if ws-grp-status = "35"
               display "No hay grupos familiares en " nom-arch-grp
               STOP RUN
           end-if.
           move zero to flag.
           read grupos at end move 1 to flag.
           perform until flag = 1
               if ws-tot-grp = 5000
                   display "ERROR: mas de 5000 adherentes en "
                       nom-arch-grp
                   close grupos
                   move 8 to return-code
                   STOP RUN
               end-if
               add 1 to ws-tot-grp
               move grp-titular    to ws-grt-titular(ws-tot-grp)
               move grp-nro        to ws-grt-nro(ws-tot-grp)
               move grp-parentesco to ws-grt-par(ws-tot-grp)
               move 1 to ws-es-titular(grp-titular + 1)
               read grupos at end move 1 to flag
           end-perform.
           close grupos.

       LISTAR-GRUPO.
           add 1 to tot-grupos.
           move zero to ws-grp-saldo.
           move zero to ws-grp-cant.
           move spaces to rep-linea.
           write rep-linea.
           move spaces to rep-linea.
           string "Grupo del titular " delimited by size
               ws-tit delimited by size
               into rep-linea.
           write rep-linea.
           move ws-tit-det to rep-linea.
           write rep-linea.
           move ws-tit to ws-nro.
           move "T" to ws-par.
           perform GRABAR-INTEGRANTE.
           perform varying ws-g from 1 by 1 until ws-g > ws-tot-grp
               if ws-grt-titular(ws-g) = ws-tit
                   move ws-grt-nro(ws-g) to ws-nro
                   move ws-grt-par(ws-g) to ws-par
                   perform GRABAR-INTEGRANTE
               end-if
           end-perform.
           move ws-grp-saldo to ws-total-ed.
           move spaces to rep-linea.
           string "    Integrantes: " delimited by size
               ws-grp-cant delimited by size
               "   Saldo del grupo:            " delimited by size
               ws-total-ed delimited by size
               into rep-linea.
           write rep-linea.

       GRABAR-INTEGRANTE.
           add 1 to ws-grp-cant.
           add 1 to tot-integrantes.
           evaluate ws-par
               when "T" move "Titular"    to ws-par-desc
               when "C" move "Conyuge"    to ws-par-desc
               when "H" move "Hijo"       to ws-par-desc
               when "P" move "Padre/Madre" to ws-par-desc
               when other move "Otro"     to ws-par-desc
           end-evaluate.
           add ws-soc-saldo(ws-nro + 1) to ws-grp-saldo.
           add ws-soc-saldo(ws-nro + 1) to tot-saldo.
           move ws-soc-saldo(ws-nro + 1) to ws-saldo-ed.
           move spaces to rep-linea.
           if ws-soc-nom(ws-nro + 1) = spaces
               string "    " delimited by size
                   ws-nro delimited by size
                   "  *** no esta en socio.dat ***" delimited by size
                   into rep-linea
           else
               string "    " delimited by size
                   ws-nro delimited by size
                   "  " delimited by size
                   ws-soc-nom(ws-nro + 1) delimited by size
                   "  " delimited by size
                   ws-par-desc delimited by size
                   " " delimited by size
                   ws-soc-est(ws-nro + 1) delimited by size
                   "   " delimited by size
                   ws-saldo-ed delimited by size
                   into rep-linea
           end-if.
           write rep-linea.

       GRABAR-TOTALES.
           move spaces to rep-linea.
           write rep-linea.
           move spaces to rep-linea.
           string "Grupos:      " delimited by size
               tot-grupos delimited by size
               into rep-linea.
           write rep-linea.
           move spaces to rep-linea.
           string "Integrantes: " delimited by size
               tot-integrantes delimited by size
               into rep-linea.
           write rep-linea.
           move tot-saldo to ws-total-ed.
           move spaces to rep-linea.
           string "Saldo conjunto de todos los grupos: "
               delimited by size
               ws-total-ed delimited by size
               into rep-linea.
           write rep-linea.
       END PROGRAM YOUR-PROGRAM-NAME.
