      *           saldo al cierre, con corte de pagina, numero de
      *           pagina y encabezado de continuacion. Se puede emitir
      *           para un socio puntual en el mostrador o para todo
      *           socio.dat en el cierre mensual. Cada movimiento
      *           lleva su descripcion; una reversa (referencia
      *           "REV ") se describe como reversa del tipo original y
      *           muestra la referencia del movimiento que reversa,
      *           tomada de reversas.dat, para que el par se lea
      *           "pago / reversa de pago".
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT movhist assign to nom-arch-hist
                ORGANIZATION is line sequential
                FILE STATUS is ws-hist-status.
           SELECT reversas assign to nom-arch-rev
                ORGANIZATION is line sequential
                FILE STATUS is ws-rev-status.
           SELECT rpt-arch assign to nom-rpt
                ORGANIZATION is line sequential.
       DATA DIVISION.
       01  movhist-reg.
           COPY "MOVIM.cpy".

       fd  reversas.
       01  rev-reg.
           COPY "REVERSA.cpy".

       fd  rpt-arch.
       01  rpt-linea pic x(80).
       WORKING-STORAGE SECTION.
           COPY "SOCIO.cpy".
       01  nom-arch      pic x(20) value "..\socio.dat".
       01  nom-arch-hist pic x(20) value "..\movhist.dat".
       01  nom-arch-rev  pic x(20) value "..\reversas.dat".
       01  nom-rpt       pic x(24).
       01  flag          pic 9   value zero.
       01  ws-socios-status pic x(2).
       01  ws-hist-status   pic x(2).
       01  ws-rev-status    pic x(2).
       01  ws-fecha      pic 9(8).
       01  ws-fecha-ed   pic 9999/99/99.
       01  cons-nro      pic 9(4).
              05 ws-hist-importe pic s9(8)v99.
              05 ws-hist-ref     pic x(12).
       01  ws-hist-aux   pic x(35).
       01  ws-tot-rev    pic 9(4) value zero.
       01  ws-rev-tbl.
           03 ws-rev-ent occurs 2000 times.
              05 ws-rev-nro pic 9(8).
              05 ws-rev-ref pic x(12).
       01  ws-rev        pic 9(4).
       01  ws-rev-buscado pic 9(8).
       01  ws-desc       pic x(17).
       01  ws-tit-mov.
           03 filler pic x(27) value "Fecha    Concepto".
           03 filler pic x(21) value "Referencia".
           03 filler pic x(24) value "Importe            Saldo".
       01  ws-ref-ver    pic x(12).
       01  ws-neto       pic s9(9)v99.
       01  ws-saldo-corr pic s9(9)v99.
       01  ws-con-mov    pic 9   value zero.
               into nom-rpt.
           perform CARGAR-HISTORICO.
           perform ORDENAR-HISTORICO.
           perform CARGAR-REVERSAS.
           perform EMITIR-RESUMENES.
           display "Resumenes emitidos: " tot-emitidos.
           display "Salida generada en " nom-rpt.
               end-perform
           end-perform.

      * Solo interesan las reversas de los socios pedidos: la tabla
      * da la referencia original de cada "REV nnnnnnnn".
       CARGAR-REVERSAS.
           open input reversas.
           if ws-rev-status not = "35"
               move zero to flag
               read reversas at end move 1 to flag
               end-read
               perform until flag = 1
                   if (cons-nro = zero or rev-orig-nro = cons-nro)
                       and ws-tot-rev < 2000
                       add 1 to ws-tot-rev
                       move rev-nro      to ws-rev-nro(ws-tot-rev)
                       move rev-orig-ref to ws-rev-ref(ws-tot-rev)
                   end-if
                   read reversas at end move 1 to flag
                   end-read
               end-perform
               close reversas
           end-if.

       EMITIR-RESUMENES.
           open input socios.
           if ws-socios-status = "35"
               when "A"
                   add ws-hist-importe(ws-idx) to ws-saldo-corr
           end-evaluate.
           perform DESCRIBIR-MOVIMIENTO.
           move ws-hist-importe(ws-idx) to ws-importe-ed.
           move ws-saldo-corr to ws-saldo-ed.
           move spaces to rpt-linea.
           string ws-hist-fecha(ws-idx) delimited by size
               " " delimited by size
               ws-desc delimited by size
               " " delimited by size
               ws-ref-ver delimited by size
               " " delimited by size
               ws-importe-ed delimited by size
               "  " delimited by size
               into rpt-linea.
           perform GRABAR-LINEA.

       DESCRIBIR-MOVIMIENTO.
           move ws-hist-ref(ws-idx) to ws-ref-ver.
           if ws-hist-ref(ws-idx)(1:4) = "REV "
               and ws-hist-ref(ws-idx)(5:8) is numeric
               evaluate ws-hist-tipo(ws-idx)
                   when "P" move "Reversa de pago"   to ws-desc
                   when "C" move "Reversa de cargo"  to ws-desc
                   when "A" move "Reversa de ajuste" to ws-desc
               end-evaluate
               move ws-hist-ref(ws-idx)(5:8) to ws-rev-buscado
               perform varying ws-rev from 1 by 1
                       until ws-rev > ws-tot-rev
                   if ws-rev-nro(ws-rev) = ws-rev-buscado
                       move ws-rev-ref(ws-rev) to ws-ref-ver
                   end-if
               end-perform
           else
               evaluate ws-hist-tipo(ws-idx)
                   when "P" move "Pago"   to ws-desc
                   when "C" move "Cargo"  to ws-desc
                   when "A" move "Ajuste" to ws-desc
               end-evaluate
           end-if.

       GRABAR-LINEA.
           if lin-cnt >= 58
               move rpt-linea to ws-linea-sav
               pag-nro delimited by size
               into rpt-linea.
           write rpt-linea.
           move ws-tit-mov to rpt-linea.
           write rpt-linea.
           move spaces to rpt-linea.
           write rpt-linea.
