      * Date:
      * Purpose:  Conductor de la cadena nocturna. Corre en orden
      *           valida, MERGE, actualiza, cuotas, concilia,
      *           interfaz, reparto e integridad, controla el codigo
      *           de retorno de cada paso
      *           (los programas devuelven 4 ante advertencias y 8
      *           ante errores), frena la cadena ante un error duro y
      *           deja en BITACORA.log una linea por paso con hora de
      *           inicio, hora de fin y resultado, para que el turno
      *           de la manana vea de un vistazo que corrio, que se
      *           salteo y por que. Antes de cada paso que reescribe
      *           socio.dat mira el bloqueo del maestro (SOCIO.lck): si
      *           otro programa lo tiene, espera los intentos que fija
      *           NOCTURNA.par y, si no se libera, frena la cadena y lo
      *           deja anotado en la bitacora.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT bitacora assign to nom-bitacora
                ORGANIZATION is line sequential
                FILE STATUS is ws-bit-status.
           SELECT bloqueo assign to nom-arch-lck
                ORGANIZATION is line sequential
                FILE STATUS is ws-lck-status.
           SELECT param-arch assign to "NOCTURNA.par"
                ORGANIZATION is line sequential
                FILE STATUS is ws-param-status.
       DATA DIVISION.
       FILE SECTION.
       fd  bitacora.
       01  bit-linea pic x(80).

       fd  bloqueo.
       01  blq-reg.
           COPY "BLOQUEO.cpy".

      * NOCTURNA.par: cantidad de intentos y segundos entre intentos
      * para esperar que se libere socio.dat. Ej.: 020 030
       fd  param-arch.
       01  param-linea.
           03 par-intentos pic 9(3).
           03 filler       pic x.
           03 par-segundos pic 9(3).
       WORKING-STORAGE SECTION.
       01  nom-bitacora pic x(20) value "..\BITACORA.log".
       01  ws-bit-status pic x(2).
       01  nom-arch-lck pic x(20) value "..\SOCIO.lck".
       01  ws-lck-status pic x(2).
       01  ws-param-status pic x(2).
       01  ws-intentos  pic 9(3) value 20.
       01  ws-segundos  pic 9(4) comp-5 value 30.
       01  ws-intento   pic 9(3).
       01  ws-libre     pic 9.
       01  ws-fecha     pic 9(8).
       01  ws-hora      pic x(8).
       01  ws-hora-ini  pic x(8).
       01  ws-hora-fin  pic x(8).
       01  ws-paso      pic 9(2).
       01  ws-tot-pasos pic 9(2) value 8.
      * La ultima columna marca los pasos que reescriben socio.dat.
       01  ws-pasos-def.
           03 filler pic x(25) value "valida      valida".
           03 filler pic x(25) value "MERGE       MERGE".
           03 filler pic x(25) value "actualiza   actualiza   S".
           03 filler pic x(25) value "cuotas      cuotas      S".
           03 filler pic x(25) value "concilia    concilia".
           03 filler pic x(25) value "interfaz    interfaz".
           03 filler pic x(25) value "reparto     reparto".
           03 filler pic x(25) value "integridad  integridad".
       01  ws-pasos-tbl redefines ws-pasos-def.
           03 ws-paso-ent occurs 8 times.
              05 ws-paso-nom pic x(12).
              05 ws-paso-cmd pic x(12).
              05 ws-paso-blq pic x.
       01  ws-comando   pic x(30).
       01  ws-rc        pic s9(9) comp.
       01  ws-rc-ed     pic 9(2).
           accept ws-fecha from date YYYYMMDD.
           accept ws-hora from time.
           perform ABRIR-BITACORA.
           perform CARGAR-PARAMETROS.
           move spaces to bit-linea.
           string ws-fecha delimited by size
               " " delimited by size
           write bit-linea.
           perform varying ws-paso from 1 by 1
                   until ws-paso > ws-tot-pasos
               evaluate true
                   when ws-corte = 1
                       perform ANOTAR-SALTEADO
                   when ws-paso-blq(ws-paso) = "S"
                       perform ESPERAR-BLOQUEO
                       if ws-libre = 1
                           perform CORRER-PASO
                       end-if
                   when other
                       perform CORRER-PASO
               end-evaluate
           end-perform.
           accept ws-hora from time.
           move spaces to bit-linea.
               open output bitacora
           end-if.

       CARGAR-PARAMETROS.
           open input param-arch.
           if ws-param-status not = "35"
               read param-arch
                   at end move spaces to param-linea
               end-read
               if par-intentos is numeric and par-segundos is numeric
                   move par-intentos to ws-intentos
                   move par-segundos to ws-segundos
               end-if
               close param-arch
           end-if.

      * Si socio.dat esta tomado por otro programa (mantenimiento
      * abierto en el mostrador, una restauracion) se espera a que lo
      * suelte; agotados los intentos se frena la cadena sin correr el
      * paso, que de todos modos no arrancaria.
       ESPERAR-BLOQUEO.
           move zero to ws-libre.
           move zero to ws-intento.
           perform until ws-libre = 1 or ws-intento > ws-intentos
               open input bloqueo
               if ws-lck-status = "35"
                   move 1 to ws-libre
               else
                   read bloqueo
                       at end move spaces to blq-reg
                   end-read
                   close bloqueo
                   if ws-intento = zero
                       perform ANOTAR-ESPERA
                   end-if
                   add 1 to ws-intento
                   if ws-intento not > ws-intentos
                       call "C$SLEEP" using ws-segundos
                   end-if
               end-if
           end-perform.
           move zero to return-code.
           if ws-libre = zero
               move 1 to ws-corte
               move 8 to ws-peor-rc
               accept ws-hora from time
               move spaces to bit-linea
               string ws-fecha delimited by size
                   " " delimited by size
                   ws-hora(1:2) ":" ws-hora(3:2) ":" ws-hora(5:2)
                   delimited by size
                   "          " delimited by size
                   ws-paso-nom(ws-paso) delimited by size
                   " FRENADO por bloqueo de " delimited by size
                   blq-prog delimited by space
                   into bit-linea
               write bit-linea
               display "ERROR: socio.dat sigue bloqueado por "
                   blq-prog " (operador " blq-operador
                   "). Se frena la cadena antes de "
                   ws-paso-nom(ws-paso) "."
           end-if.

       ANOTAR-ESPERA.
           accept ws-hora from time.
           move spaces to bit-linea.
           string ws-fecha delimited by size
               " " delimited by size
               ws-hora(1:2) ":" ws-hora(3:2) ":" ws-hora(5:2)
               delimited by size
               "          " delimited by size
               ws-paso-nom(ws-paso) delimited by size
               " ESPERA bloqueo de " delimited by size
               blq-prog delimited by space
               " " delimited by size
               blq-operador delimited by space
               into bit-linea.
           write bit-linea.
           display "socio.dat esta tomado por " blq-prog
               " (operador " blq-operador "). Esperando...".

       CORRER-PASO.
           accept ws-hora-ini from time.
           move ws-paso-cmd(ws-paso) to ws-comando.
