      *           altas, cambios y bajas asentadas en auditoria.dat
      *           para un rango de fechas o para un socio puntual,
      *           con la imagen anterior y posterior de cada registro.
      *           Las reversas de movimientos (operacion "X") se listan
      *           con el movimiento original, la reversa y el motivo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       WORKING-STORAGE SECTION.
       01  soc-reg.
           COPY "SOCIO.cpy".
       01  ori-reg.
           COPY "MOVIM.cpy" REPLACING LEADING ==mov== BY ==ori==.
       01  nmv-reg.
           COPY "MOVIM.cpy" REPLACING LEADING ==mov== BY ==nmv==.
       01  ws-aud-mov.
           03 ws-aud-mov-img pic x(36).
           03 ws-aud-motivo  pic x(30).
           03 ws-aud-rev-nro pic 9(8).
           03 filler         pic x(23).
       01  nom-arch-aud pic x(20) value "..\auditoria.dat".
       01  nom-rpt      pic x(24).
       01  flag         pic 9   value zero.
               aud-nro delimited by size
               into rpt-linea.
           write rpt-linea.
           if aud-oper = "X"
               perform GRABAR-REVERSA
           else
               perform GRABAR-IMAGENES
           end-if.

       GRABAR-IMAGENES.
           if aud-antes not = spaces
               move aud-antes to soc-reg
               perform GRABAR-IMAGEN

       GRABAR-IMAGEN.
           move soc-saldo to ws-saldo-ed.

       GRABAR-REVERSA.
           move aud-antes(1:36) to ori-reg.
           move aud-despues to ws-aud-mov.
           move ws-aud-mov-img to nmv-reg.
           move ori-importe to ws-saldo-ed.
           move spaces to rpt-linea.
           string "    Original: " delimited by size
               ori-fecha delimited by size
               " " delimited by size
               ori-tipo delimited by size
               " " delimited by size
               ori-ref delimited by size
               " " delimited by size
               ws-saldo-ed delimited by size
               into rpt-linea.
           write rpt-linea.
           move nmv-importe to ws-saldo-ed.
           move spaces to rpt-linea.
           string "    Reversa:  " delimited by size
               nmv-fecha delimited by size
               " " delimited by size
               nmv-tipo delimited by size
               " " delimited by size
               nmv-ref delimited by size
               " " delimited by size
               ws-saldo-ed delimited by size
               into rpt-linea.
           write rpt-linea.
           move spaces to rpt-linea.
           string "    Motivo:   " delimited by size
               ws-aud-motivo delimited by size
               into rpt-linea.
           write rpt-linea.
       END PROGRAM YOUR-PROGRAM-NAME.
