      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Mantenimiento del padron de adhesiones al debito
      *           automatico (adhesiones.dat). Alta de la adhesion de
      *           un socio con su CBU o numero de tarjeta, baja de la
      *           adhesion activa y consulta de las adhesiones de un
      *           socio. La baja no borra el registro: queda con
      *           estado "B", su fecha y el operador, para conservar
      *           la historia. Un socio tiene a lo sumo una adhesion
      *           activa; presenta toma de aca a quien se le debita.
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
           SELECT adhesiones assign to nom-arch-adh
                ORGANIZATION is line sequential
                FILE STATUS is ws-adh-status.
           SELECT adhesiones-new assign to nom-adh-new
                ORGANIZATION is line sequential.
       DATA DIVISION.
       FILE SECTION.
       fd  socios.
       01  socios-img pic x(97).

       fd  adhesiones.
       01  adh-reg.
           COPY "ADHESION.cpy".

       fd  adhesiones-new.
       01  adh-reg-new pic x(60).
       WORKING-STORAGE SECTION.
       01  soc-reg.
           COPY "SOCIO.cpy".
       01  nom-arch      pic x(20) value "..\socio.dat".
       01  nom-arch-adh  pic x(20) value "..\adhesiones.dat".
       01  nom-adh-new   pic x(20) value "..\adhesiones.new".
       01  flag          pic 9   value zero.
       01  ws-socios-status pic x(2).
       01  ws-adh-status    pic x(2).
       01  ws-fecha      pic 9(8).
       01  ws-operador   pic x(8).
       01  ws-opcion     pic x   value space.
       01  ws-confirma   pic x.
       01  ws-nro        pic 9(4).
       01  ws-hay-socio  pic 9.
       01  ws-hay-activa pic 9.
       01  ws-tipo       pic x.
           88 ws-tipo-cbu     value "C".
           88 ws-tipo-valido  value "C" "T".
       01  ws-cuenta     pic x(22).
       01  ws-largo      pic 9(2).
       01  ws-cuenta-ok  pic 9.
       01  ws-tot-adh    pic 9(4).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           display "Adhesiones al debito automatico".
           move spaces to ws-operador.
           perform until ws-operador not = spaces
               display "Identificacion del operador: "
                   with no advancing
               accept ws-operador
           end-perform.
           perform until ws-opcion = "F"
               display "Opcion (A=Alta, B=Baja, C=Consulta, F=Fin): "
                   with no advancing
               accept ws-opcion
               move function upper-case(ws-opcion) to ws-opcion
               evaluate ws-opcion
                   when "A" perform ALTA-ADHESION
                   when "B" perform BAJA-ADHESION
                   when "C" perform CONSULTAR-ADHESIONES
                   when "F" continue
                   when other display "Opcion invalida."
               end-evaluate
           end-perform.
           STOP RUN.

       ALTA-ADHESION.
           display "Nro de socio: " with no advancing.
           accept ws-nro.
           perform BUSCAR-SOCIO.
           perform BUSCAR-ADHESION-ACTIVA.
           evaluate true
               when ws-hay-socio = zero
                   display "ERROR: el socio " ws-nro " no existe."
               when soc-dado-baja
                   display "ERROR: el socio " ws-nro " esta dado de "
                       "baja."
               when ws-hay-activa = 1
                   display "ERROR: el socio " ws-nro " ya tiene una "
                       "adhesion activa. Darla de baja primero."
               when other
                   perform PEDIR-CUENTA
                   display "Socio: " soc-nro " " soc-nom
                   display "Tipo " ws-tipo " cuenta " ws-cuenta
                   display "Confirma la adhesion? (S/N): "
                       with no advancing
                   accept ws-confirma
                   move function upper-case(ws-confirma)
                       to ws-confirma
                   if ws-confirma = "S"
                       perform GRABAR-ADHESION
                       display "Adhesion registrada para el socio "
                           ws-nro "."
                   else
                       display "Alta cancelada."
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

       BUSCAR-ADHESION-ACTIVA.
           move zero to ws-hay-activa.
           open input adhesiones.
           if ws-adh-status not = "35"
               move zero to flag
               read adhesiones at end move 1 to flag
               end-read
               perform until flag = 1
                   if adh-nro = ws-nro and adh-activa
                       move 1 to ws-hay-activa
                   end-if
                   read adhesiones at end move 1 to flag
                   end-read
               end-perform
               close adhesiones
           end-if.

      * El CBU lleva 22 digitos y la tarjeta 16; no se acepta otra
      * cosa porque el banco rechaza la linea entera.
       PEDIR-CUENTA.
           move space to ws-tipo.
           perform until ws-tipo-valido
               display "Tipo (C=CBU, T=Tarjeta): " with no advancing
               accept ws-tipo
               move function upper-case(ws-tipo) to ws-tipo
               if not ws-tipo-valido
                   display "Tipo invalido."
               end-if
           end-perform.
           if ws-tipo-cbu
               move 22 to ws-largo
           else
               move 16 to ws-largo
           end-if.
           move zero to ws-cuenta-ok.
           perform until ws-cuenta-ok = 1
               move spaces to ws-cuenta
               display "Numero (" ws-largo " digitos): "
                   with no advancing
               accept ws-cuenta
               if ws-cuenta(1:ws-largo) is numeric
                   and (ws-tipo-cbu or ws-cuenta(17:6) = spaces)
                   move 1 to ws-cuenta-ok
               else
                   display "Numero invalido: deben ser " ws-largo
                       " digitos."
               end-if
           end-perform.

       GRABAR-ADHESION.
           accept ws-fecha from date YYYYMMDD.
           open extend adhesiones.
           if ws-adh-status = "35"
               open output adhesiones
           end-if.
           move ws-nro      to adh-nro.
           move ws-tipo     to adh-tipo.
           move ws-cuenta   to adh-cuenta.
           move ws-fecha    to adh-fecha-alta.
           move "A"         to adh-estado.
           move zero        to adh-fecha-baja.
           move ws-operador to adh-operador.
           move spaces      to adh-oper-baja.
           write adh-reg.
           close adhesiones.

       BAJA-ADHESION.
           display "Nro de socio: " with no advancing.
           accept ws-nro.
           perform BUSCAR-ADHESION-ACTIVA.
           if ws-hay-activa = zero
               display "ERROR: el socio " ws-nro " no tiene adhesion "
                   "activa."
           else
               display "Confirma la baja de la adhesion del socio "
                   ws-nro "? (S/N): " with no advancing
               accept ws-confirma
               move function upper-case(ws-confirma) to ws-confirma
               if ws-confirma = "S"
                   perform MARCAR-BAJA
                   display "Adhesion del socio " ws-nro
                       " dada de baja."
               else
                   display "Baja cancelada."
               end-if
           end-if.

       MARCAR-BAJA.
           accept ws-fecha from date YYYYMMDD.
           open input adhesiones.
           open output adhesiones-new.
           move zero to flag.
           read adhesiones at end move 1 to flag.
           perform until flag = 1
               if adh-nro = ws-nro and adh-activa
                   move "B"         to adh-estado
                   move ws-fecha    to adh-fecha-baja
                   move ws-operador to adh-oper-baja
               end-if
               write adh-reg-new from adh-reg
               read adhesiones at end move 1 to flag
           end-perform.
           close adhesiones.
           close adhesiones-new.
           call "CBL_DELETE_FILE" using nom-arch-adh.
           call "CBL_RENAME_FILE" using nom-adh-new nom-arch-adh.
           move zero to return-code.

       CONSULTAR-ADHESIONES.
           display "Nro de socio: " with no advancing.
           accept ws-nro.
           move zero to ws-tot-adh.
           open input adhesiones.
           if ws-adh-status = "35"
               display "No hay adhesiones registradas en "
                   nom-arch-adh
           else
               move zero to flag
               read adhesiones at end move 1 to flag
               end-read
               perform until flag = 1
                   if adh-nro = ws-nro
                       add 1 to ws-tot-adh
                       display "Tipo " adh-tipo " " adh-cuenta
                           "  Alta " adh-fecha-alta
                           " por " adh-operador
                           "  Estado " adh-estado
                       if adh-de-baja
                           display "    Baja " adh-fecha-baja
                               " por " adh-oper-baja
                       end-if
                   end-if
                   read adhesiones at end move 1 to flag
                   end-read
               end-perform
               close adhesiones
               if ws-tot-adh = zero
                   display "El socio " ws-nro " no tiene adhesiones."
               end-if
           end-if.
       END PROGRAM YOUR-PROGRAM-NAME.
