      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Padron de socios habilitados para votar en la
      *           asamblea anual. Lee socio.dat y juzga a cada socio
      *           con las reglas de PADRON.par: estado activo,
      *           antiguedad minima en meses desde soc-fecha-alta
      *           hasta la fecha de la asamblea, sin deuda a la fecha
      *           de corte (o con deuda dentro de la tolerancia) y
      *           categoria con voto. La deuda al corte se reconstruye
      *           descontando del saldo los movimientos de movhist.dat
      *           posteriores al corte. Emite el padron ordenado por
      *           nombre, con columna de firma y encabezado en cada
      *           pagina, el listado de excluidos con el motivo de
      *           cada uno y la cuenta por categoria para el quorum.
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
           SELECT param-arch assign to "PADRON.par"
                ORGANIZATION is line sequential
                FILE STATUS is ws-param-status.
           SELECT arch-sort ASSIGN to "sortpad".
           SELECT padron assign to nom-padron
                ORGANIZATION is line sequential.
           SELECT excluidos assign to nom-excluidos
                ORGANIZATION is line sequential.
       DATA DIVISION.
       FILE SECTION.
       fd  socios.
       01  socios-img pic x(97).

       fd  movhist.
       01  movhist-reg.
           COPY "MOVIM.cpy".

      * PADRON.par: fecha de asamblea, fecha de corte de la deuda,
      * meses de antiguedad minima, deuda tolerada y las categorias
      * que votan, separados por un espacio. Ej.:
      * 20261130 20261031 012 000000000 AB
       fd  param-arch.
       01  param-linea.
           03 par-asamblea   pic 9(8).
           03 filler         pic x.
           03 par-corte      pic 9(8).
           03 filler         pic x.
           03 par-meses      pic 9(3).
           03 filler         pic x.
           03 par-tolerancia pic 9(7)v99.
           03 filler         pic x.
           03 par-categorias pic x(10).

      * La clase ordena primero a los habilitados y despues a los
      * excluidos; dentro de cada clase, por nombre.
       SD  arch-sort.
       01  srt-reg.
           03 srt-clase    pic x.
              88 srt-habilitado value "1".
           03 srt-nom      pic x(20).
           03 srt-nro      pic 9(4).
           03 srt-doc      pic 9(8).
           03 srt-cat      pic x.
           03 srt-estado   pic x.
           03 srt-meses    pic 9(4).
           03 srt-deuda    pic 9(9)v99.
           03 srt-mot-est  pic x.
           03 srt-mot-cat  pic x.
           03 srt-mot-ant  pic x.
           03 srt-mot-deu  pic x.

       fd  padron.
       01  pad-linea pic x(80).

       fd  excluidos.
       01  exc-linea pic x(80).
       WORKING-STORAGE SECTION.
       01  soc-reg.
           COPY "SOCIO.cpy".
       01  nom-arch      pic x(20) value "..\socio.dat".
       01  nom-arch-hist pic x(20) value "..\movhist.dat".
       01  nom-padron    pic x(20).
       01  nom-excluidos pic x(24).
       01  flag          pic 9   value zero.
       01  ws-socios-status pic x(2).
       01  ws-hist-status   pic x(2).
       01  ws-param-status  pic x(2).
       01  ws-fecha      pic 9(8).
       01  ws-asamblea   pic 9(8).
       01  ws-asamblea-r redefines ws-asamblea.
           03 ws-asa-anio pic 9(4).
           03 ws-asa-mes  pic 9(2).
           03 ws-asa-dia  pic 9(2).
       01  ws-alta       pic 9(8).
       01  ws-alta-r redefines ws-alta.
           03 ws-alta-anio pic 9(4).
           03 ws-alta-mes  pic 9(2).
           03 ws-alta-dia  pic 9(2).
       01  ws-asamblea-ed pic 9999/99/99.
       01  ws-corte      pic 9(8).
       01  ws-corte-ed   pic 9999/99/99.
       01  ws-meses-min  pic 9(3).
       01  ws-tolerancia pic 9(7)v99.
       01  ws-categorias pic x(10).
      * Neto de los movimientos posteriores al corte, por socio
      * (indice = nro + 1).
       01  ws-post-tbl.
           03 ws-post pic s9(9)v99 occurs 10000 times value zero.
       01  ws-saldo-corte pic s9(9)v99.
       01  ws-meses      pic s9(5).
       01  ws-idx        pic 9(2).
       01  ws-vota       pic 9.
       01  ws-orden      pic 9(5) value zero.
       01  ws-cat-tbl.
           03 ws-cat-ent occurs 10 times.
              05 ws-cat-cod  pic x.
              05 ws-cat-hab  pic 9(6).
              05 ws-cat-exc  pic 9(6).
       01  ws-tot-cat    pic 9(2) value zero.
       01  ws-c          pic 9(2).
       01  pag-nro       pic 9(3) value zero.
       01  lin-cnt       pic 9(2) value 99.
       01  ws-primera    pic 9   value 1.
       01  ws-deuda-ed   pic ---,---,--9.99.
       01  ws-motivo     pic x(40).
       01  ws-con-motivo pic 9.
       01  ws-quorum     pic 9(6).
       01  ws-tit-pad.
           03 filler pic x(7)  value "Orden".
           03 filler pic x(6)  value "Socio".
           03 filler pic x(22) value "Apellido y nombre".
           03 filler pic x(10) value "Documento".
           03 filler pic x(5)  value "Cat".
           03 filler pic x(20) value "Firma".
       01  ws-tit-exc.
           03 filler pic x(6)  value "Socio".
           03 filler pic x(22) value "Apellido y nombre".
           03 filler pic x(5)  value "Cat".
           03 filler pic x(40) value "Motivo de la exclusion".
       01  tot-socios    pic 9(6) value zero.
       01  tot-habilitados pic 9(6) value zero.
       01  tot-excluidos pic 9(6) value zero.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           accept ws-fecha from date YYYYMMDD.
           perform CARGAR-PARAMETROS.
           string "PADRON_" delimited by size
               ws-asamblea delimited by size
               ".rpt" delimited by size
               into nom-padron.
           string "EXCLUIDOS_" delimited by size
               ws-asamblea delimited by size
               ".rpt" delimited by size
               into nom-excluidos.
           perform CARGAR-POSTERIORES.
           SORT arch-sort ASCENDING KEY srt-clase srt-nom srt-nro
               INPUT PROCEDURE IS JUZGAR-SOCIOS
               OUTPUT PROCEDURE IS EMITIR-LISTADOS.
           display "Socios leidos:         " tot-socios.
           display "Habilitados:           " tot-habilitados.
           display "Excluidos:             " tot-excluidos.
           display "Padron generado en " nom-padron.
           display "Excluidos en " nom-excluidos.
           STOP RUN.

       CARGAR-PARAMETROS.
           open input param-arch.
           if ws-param-status = "35"
               display "ERROR: falta PADRON.par con la fecha de "
                   "asamblea, el corte y las reglas del padron."
               move 8 to return-code
               STOP RUN
           end-if.
           move zero to flag.
           read param-arch at end move 1 to flag.
           if flag = 1 or par-asamblea is not numeric
               or par-corte is not numeric
               or par-meses is not numeric
               or par-tolerancia is not numeric
               or par-categorias = spaces
               display "ERROR: PADRON.par invalido. Formato: asamblea "
                   "AAAAMMDD, corte AAAAMMDD, meses 9(3), tolerancia "
                   "9(7)v99 y categorias que votan."
               close param-arch
               move 8 to return-code
               STOP RUN
           end-if.
           if par-corte > par-asamblea
               display "ERROR: en PADRON.par la fecha de corte es "
                   "posterior a la asamblea."
               close param-arch
               move 8 to return-code
               STOP RUN
           end-if.
           move par-asamblea   to ws-asamblea.
           move par-corte      to ws-corte.
           move par-meses      to ws-meses-min.
           move par-tolerancia to ws-tolerancia.
           move par-categorias to ws-categorias.
           move ws-asamblea to ws-asamblea-ed.
           move ws-corte    to ws-corte-ed.
           close param-arch.

      * Lo asentado despues del corte no cuenta para la deuda: se
      * acumula por socio para volver el saldo atras hasta el corte,
      * con el mismo signo que aplica actualiza.
       CARGAR-POSTERIORES.
           open input movhist.
           if ws-hist-status = "35"
               display "ADVERTENCIA: no hay movimientos historicos en "
                   nom-arch-hist ". La deuda al corte es el saldo "
                   "actual."
           else
               move zero to flag
               read movhist at end move 1 to flag
               end-read
               perform until flag = 1
                   if mov-fecha > ws-corte
                       evaluate mov-tipo
                           when "P"
                               add mov-importe to ws-post(mov-nro + 1)
                           when "C"
                               subtract mov-importe
                                   from ws-post(mov-nro + 1)
                           when "A"
                               add mov-importe to ws-post(mov-nro + 1)
                       end-evaluate
                   end-if
                   read movhist at end move 1 to flag
                   end-read
               end-perform
               close movhist
           end-if.

       JUZGAR-SOCIOS.
           open input socios.
           if ws-socios-status = "35"
               display "ERROR: no se encuentra " nom-arch
               move 8 to return-code
               STOP RUN
           end-if.
           move zero to flag.
           read socios into soc-reg at end move 1 to flag.
           perform until flag = 1
               add 1 to tot-socios
               perform JUZGAR-UN-SOCIO
               release srt-reg
               read socios into soc-reg at end move 1 to flag
           end-perform.
           close socios.

      * Se anotan todos los motivos, no solo el primero, para que el
      * socio sepa todo lo que tiene que regularizar.
       JUZGAR-UN-SOCIO.
           move soc-nom        to srt-nom.
           move soc-nro        to srt-nro.
           move soc-doc        to srt-doc.
           move soc-cat        to srt-cat.
           move soc-estado     to srt-estado.
           move spaces to srt-mot-est srt-mot-cat srt-mot-ant
               srt-mot-deu.
           if not soc-activo
               move "X" to srt-mot-est
           end-if.
           move zero to ws-vota.
           perform varying ws-idx from 1 by 1 until ws-idx > 10
               if ws-categorias(ws-idx:1) = soc-cat
                   move 1 to ws-vota
               end-if
           end-perform.
           if ws-vota = zero
               move "X" to srt-mot-cat
           end-if.
           perform CALCULAR-ANTIGUEDAD.
           if ws-meses < ws-meses-min
               move "X" to srt-mot-ant
           end-if.
           if ws-meses < zero
               move zero to srt-meses
           else
               move ws-meses to srt-meses
           end-if.
           compute ws-saldo-corte = soc-saldo - ws-post(soc-nro + 1).
           move zero to srt-deuda.
           if ws-saldo-corte < zero
               compute srt-deuda = zero - ws-saldo-corte
               if srt-deuda > ws-tolerancia
                   move "X" to srt-mot-deu
               end-if
           end-if.
           if srt-mot-est = space and srt-mot-cat = space
               and srt-mot-ant = space and srt-mot-deu = space
               move "1" to srt-clase
           else
               move "2" to srt-clase
           end-if.
           perform CONTAR-CATEGORIA.

      * Meses cumplidos entre el alta y la asamblea: el mes en curso
      * cuenta solo si ya se llego al dia del alta.
       CALCULAR-ANTIGUEDAD.
           move soc-fecha-alta to ws-alta.
           compute ws-meses = (ws-asa-anio * 12 + ws-asa-mes)
               - (ws-alta-anio * 12 + ws-alta-mes).
           if ws-asa-dia < ws-alta-dia
               subtract 1 from ws-meses
           end-if.

       CONTAR-CATEGORIA.
           perform varying ws-c from 1 by 1
                   until ws-c > ws-tot-cat
                      or ws-cat-cod(ws-c) = soc-cat
               continue
           end-perform.
           if ws-c > ws-tot-cat
               if ws-tot-cat < 10
                   add 1 to ws-tot-cat
                   move ws-tot-cat to ws-c
                   move soc-cat to ws-cat-cod(ws-c)
                   move zero to ws-cat-hab(ws-c) ws-cat-exc(ws-c)
               else
                   move zero to ws-c
               end-if
           end-if.
           if ws-c > zero
               if srt-clase = "1"
                   add 1 to ws-cat-hab(ws-c)
               else
                   add 1 to ws-cat-exc(ws-c)
               end-if
           end-if.

       EMITIR-LISTADOS.
           open output padron.
           open output excluidos.
           perform ENCABEZAR-EXCLUIDOS.
           move zero to flag.
           return arch-sort at end move 1 to flag.
           perform until flag = 1
               if srt-habilitado
                   perform GRABAR-HABILITADO
               else
                   perform GRABAR-EXCLUIDO
               end-if
               return arch-sort at end move 1 to flag
               end-return
           end-perform.
           if tot-habilitados = zero
               perform GRABAR-ENCABEZADO
               move "No hay socios habilitados." to pad-linea
               write pad-linea
           end-if.
           perform GRABAR-QUORUM.
           if tot-excluidos = zero
               move "No hay socios excluidos." to exc-linea
               write exc-linea
           end-if.
           move spaces to exc-linea.
           write exc-linea.
           move spaces to exc-linea.
           string "Total excluidos: " delimited by size
               tot-excluidos delimited by size
               into exc-linea.
           write exc-linea.
           close padron.
           close excluidos.

       GRABAR-HABILITADO.
           add 1 to tot-habilitados.
           add 1 to ws-orden.
           if lin-cnt >= 56
               perform GRABAR-ENCABEZADO
           end-if.
           move spaces to pad-linea.
           write pad-linea.
           move spaces to pad-linea.
           string ws-orden delimited by size
               "  " delimited by size
               srt-nro delimited by size
               "  " delimited by size
               srt-nom delimited by size
               "  " delimited by size
               srt-doc delimited by size
               "  " delimited by size
               srt-cat delimited by size
               "    ____________________" delimited by size
               into pad-linea.
           write pad-linea.
           add 2 to lin-cnt.

       GRABAR-ENCABEZADO.
           add 1 to pag-nro.
           if ws-primera = 1
               move zero to ws-primera
           else
               move spaces to pad-linea
               write pad-linea after advancing page
           end-if.
           move "PADRON DE SOCIOS HABILITADOS PARA LA ASAMBLEA"
               to pad-linea.
           write pad-linea.
           move spaces to pad-linea.
           string "Asamblea: " delimited by size
               ws-asamblea-ed delimited by size
               "   Deuda al: " delimited by size
               ws-corte-ed delimited by size
               "          Pagina: " delimited by size
               pag-nro delimited by size
               into pad-linea.
           write pad-linea.
           move spaces to pad-linea.
           write pad-linea.
           move ws-tit-pad to pad-linea.
           write pad-linea.
           move 4 to lin-cnt.

       ENCABEZAR-EXCLUIDOS.
           move "SOCIOS EXCLUIDOS DEL PADRON DE LA ASAMBLEA"
               to exc-linea.
           write exc-linea.
           move spaces to exc-linea.
           string "Asamblea: " delimited by size
               ws-asamblea-ed delimited by size
               "   Deuda al: " delimited by size
               ws-corte-ed delimited by size
               into exc-linea.
           write exc-linea.
           move spaces to exc-linea.
           string "Emitido: " delimited by size
               ws-fecha delimited by size
               ". Puede regularizar su situacion hasta la fecha "
               delimited by size
               "de corte." delimited by size
               into exc-linea.
           write exc-linea.
           move spaces to exc-linea.
           write exc-linea.
           move ws-tit-exc to exc-linea.
           write exc-linea.

      * Un renglon por motivo; el primero lleva los datos del socio.
       GRABAR-EXCLUIDO.
           add 1 to tot-excluidos.
           move zero to ws-con-motivo.
           if srt-mot-est = "X"
               move spaces to ws-motivo
               evaluate srt-estado
                   when "S"
                       move "Socio suspendido" to ws-motivo
                   when "B"
                       move "Socio dado de baja" to ws-motivo
                   when other
                       string "Estado no activo (" delimited by size
                           srt-estado delimited by size
                           ")" delimited by size
                           into ws-motivo
               end-evaluate
               perform GRABAR-MOTIVO
           end-if.
           if srt-mot-cat = "X"
               move spaces to ws-motivo
               string "La categoria " delimited by size
                   srt-cat delimited by size
                   " no vota" delimited by size
                   into ws-motivo
               perform GRABAR-MOTIVO
           end-if.
           if srt-mot-ant = "X"
               move spaces to ws-motivo
               string "Antiguedad " delimited by size
                   srt-meses delimited by size
                   " meses, minimo " delimited by size
                   ws-meses-min delimited by size
                   into ws-motivo
               perform GRABAR-MOTIVO
           end-if.
           if srt-mot-deu = "X"
               move srt-deuda to ws-deuda-ed
               move spaces to ws-motivo
               string "Deuda al corte " delimited by size
                   ws-deuda-ed delimited by size
                   into ws-motivo
               perform GRABAR-MOTIVO
           end-if.

       GRABAR-MOTIVO.
           move spaces to exc-linea.
           if ws-con-motivo = zero
               move 1 to ws-con-motivo
               string srt-nro delimited by size
                   "  " delimited by size
                   srt-nom delimited by size
                   "  " delimited by size
                   srt-cat delimited by size
                   "    " delimited by size
                   ws-motivo delimited by size
                   into exc-linea
           else
               string "                                 "
                   delimited by size
                   ws-motivo delimited by size
                   into exc-linea
           end-if.
           write exc-linea.

      * El quorum se toma sobre los habilitados: mitad mas uno.
       GRABAR-QUORUM.
           move spaces to pad-linea.
           write pad-linea.
           move "CANTIDAD POR CATEGORIA" to pad-linea.
           write pad-linea.
           move "Cat  Vota  Habilitados   Excluidos" to pad-linea.
           write pad-linea.
           perform varying ws-c from 1 by 1 until ws-c > ws-tot-cat
               move "No" to ws-motivo
               perform varying ws-idx from 1 by 1 until ws-idx > 10
                   if ws-categorias(ws-idx:1) = ws-cat-cod(ws-c)
                       move "Si" to ws-motivo
                   end-if
               end-perform
               move spaces to pad-linea
               string ws-cat-cod(ws-c) delimited by size
                   "    " delimited by size
                   ws-motivo(1:2) delimited by size
                   "    " delimited by size
                   ws-cat-hab(ws-c) delimited by size
                   "      " delimited by size
                   ws-cat-exc(ws-c) delimited by size
                   into pad-linea
               write pad-linea
           end-perform.
           compute ws-quorum = tot-habilitados / 2 + 1.
           move spaces to pad-linea.
           string "Total habilitados: " delimited by size
               tot-habilitados delimited by size
               "   Excluidos: " delimited by size
               tot-excluidos delimited by size
               into pad-linea.
           write pad-linea.
           move spaces to pad-linea.
           string "Quorum (mitad mas uno de los habilitados): "
               delimited by size
               ws-quorum delimited by size
               into pad-linea.
           write pad-linea.
       END PROGRAM YOUR-PROGRAM-NAME.
