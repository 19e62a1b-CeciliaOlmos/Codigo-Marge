      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Caja de ventanilla. El cajero busca al socio en el
      *           maestro indexado SOCIO.IDX por numero o por nombre,
      *           como en consulta, ingresa el importe y el medio de
      *           pago (efectivo, cheque o tarjeta) y el programa
      *           emite un recibo con numero correlativo (recibos.dat
      *           nunca repite ni saltea un numero; el anulado queda
      *           asentado con su motivo) y deja el pago como
      *           movimiento "P" en movimientos.dat con el numero de
      *           recibo en la referencia, para que el pase de
      *           actualizacion lo aplique. Un recibo solo se anula
      *           mientras su pago no fue aplicado. Al cerrar el turno
      *           emite el arqueo del cajero: recibos emitidos,
      *           anulados con su motivo y totales por medio de pago,
      *           para que tesoreria cuadre la caja antes del pase.
      *           Varias cajas pueden atender a la vez: la emision y
      *           la anulacion de un recibo se hacen de a una por vez
      *           con el bloqueo de caja (CAJA.lck), que cada caja
      *           toma solo mientras asienta; si otra lo tiene espera
      *           unos segundos y, si no se libera, no asienta. El
      *           pase de actualizacion y la reversa toman el mismo
      *           bloqueo, asi que tampoco se cobra ni se anula
      *           mientras corre el pase.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT socio-idx assign to nom-arch-idx
                ORGANIZATION is indexed
                ACCESS MODE is dynamic
                RECORD KEY is idx-nro
                ALTERNATE RECORD KEY is idx-nom WITH DUPLICATES
                FILE STATUS is ws-idx-status.
           SELECT recibos assign to nom-arch-rec
                ORGANIZATION is line sequential
                FILE STATUS is ws-rec-status.
           SELECT recibos-new assign to nom-rec-new
                ORGANIZATION is line sequential.
           SELECT movimientos assign to nom-arch-mov
                ORGANIZATION is line sequential
                FILE STATUS is ws-mov-status.
           SELECT movimientos-new assign to nom-mov-new
                ORGANIZATION is line sequential.
           SELECT impresion assign to nom-impresion
                ORGANIZATION is line sequential
                FILE STATUS is ws-imp-status.
           SELECT arqueo assign to nom-arqueo
                ORGANIZATION is line sequential.
           SELECT bloqueo assign to nom-arch-lck
                ORGANIZATION is line sequential
                FILE STATUS is ws-lck-status.
       DATA DIVISION.
       FILE SECTION.
       fd  socio-idx.
       01  idx-reg.
           COPY "SOCIO.cpy" REPLACING LEADING ==soc== BY ==idx==.

       fd  recibos.
       01  rec-reg.
           COPY "RECIBO.cpy".

       fd  recibos-new.
       01  rec-reg-new pic x(98).

       fd  movimientos.
       01  mov-reg.
           COPY "MOVIM.cpy".

       fd  movimientos-new.
       01  mov-reg-new pic x(36).

       fd  impresion.
       01  imp-linea pic x(80).

       fd  arqueo.
       01  arq-linea pic x(80).

       fd  bloqueo.
       01  blq-reg.
           COPY "BLOQUEO.cpy".
       WORKING-STORAGE SECTION.
       01  nom-arch-idx  pic x(20) value "..\SOCIO.IDX".
       01  nom-arch-rec  pic x(20) value "..\recibos.dat".
       01  nom-rec-new   pic x(20) value "..\recibos.new".
       01  nom-arch-mov  pic x(20) value "..\movimientos.dat".
       01  nom-mov-new   pic x(20) value "..\movimientos.new".
       01  nom-impresion pic x(24).
       01  nom-arqueo    pic x(40).
       01  flag          pic 9   value zero.
       01  ws-idx-status pic x(2).
       01  ws-rec-status pic x(2).
       01  ws-mov-status pic x(2).
       01  ws-imp-status pic x(2).
       01  ws-fecha      pic 9(8).
       01  ws-fecha-ed   pic 9999/99/99.
       01  ws-hora       pic x(8).
       01  ws-cajero     pic x(8).
       01  ws-opcion     pic x   value space.
       01  ws-modo       pic x   value space.
       01  ws-confirma   pic x.
       01  cons-nro      pic 9(4).
       01  cons-nom      pic x(20).
       01  ws-largo      pic 9(2).
       01  tot-hallados  pic 9(4).
       01  ws-hay-socio  pic 9.
       01  ws-nro        pic 9(4).
       01  ws-nom        pic x(20).
       01  ws-importe    pic 9(8)v99.
       01  ws-medio      pic x.
           88 ws-medio-valido value "E" "C" "T".
       01  ws-medio-desc pic x(10).
       01  ws-rec-nro    pic 9(8).
       01  ws-ult-nro    pic 9(8).
       01  ws-ref        pic x(12).
       01  ws-motivo     pic x(30).
       01  ws-hay-recibo pic 9.
       01  ws-hay-mov    pic 9.
       01  ws-rec-img    pic x(98).
       01  ws-importe-ed pic ---,---,--9.99.
       01  ws-total-ed   pic ----,---,--9.99.
       01  ws-med        pic 9.
       01  ws-med-cant-tbl.
           03 ws-med-cant  pic 9(6) occurs 3 times.
       01  ws-med-total-tbl.
           03 ws-med-total pic s9(9)v99 occurs 3 times.
       01  tot-emitidos  pic 9(6).
       01  tot-anulados  pic 9(6).
       01  tot-cobrado   pic s9(9)v99.
       01  nom-arch-lck  pic x(20) value "..\CAJA.lck".
       01  ws-lck-status pic x(2).
       01  ws-lck-rc     pic s9(9) comp.
       01  ws-lck-tomado pic 9   value zero.
       01  ws-intentos   pic 9(3) value 10.
       01  ws-segundos   pic 9(4) comp-5 value 1.
       01  ws-intento    pic 9(3).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           display "Caja de ventanilla".
           open input socio-idx.
           if ws-idx-status = "35"
               display "ERROR: no se encuentra " nom-arch-idx
                   ". Correr indexar para generarlo."
               move 8 to return-code
               STOP RUN
           end-if.
           accept ws-fecha from date YYYYMMDD.
           move ws-fecha to ws-fecha-ed.
           string "RECIBOS_" delimited by size
               ws-fecha delimited by size
               ".rpt" delimited by size
               into nom-impresion.
           move spaces to ws-cajero.
           perform until ws-cajero not = spaces
               display "Identificacion del cajero: " with no advancing
               accept ws-cajero
           end-perform.
           perform until ws-opcion = "F"
               display "Opcion (C=Cobrar, N=Anular recibo, "
                   "F=Fin de turno): " with no advancing
               accept ws-opcion
               move function upper-case(ws-opcion) to ws-opcion
               evaluate ws-opcion
                   when "C" perform COBRAR
                   when "N" perform ANULAR-RECIBO
                   when "F" continue
                   when other display "Opcion invalida."
               end-evaluate
           end-perform.
           close socio-idx.
           perform EMITIR-ARQUEO.
           STOP RUN.

       COBRAR.
           perform BUSCAR-SOCIO.
           if ws-hay-socio = 1
               perform PEDIR-PAGO
               move ws-importe to ws-importe-ed
               display "Cobrar " ws-importe-ed " en " ws-medio-desc
                   " al socio " ws-nro " " ws-nom
               display "Confirma? (S/N): " with no advancing
               accept ws-confirma
               move function upper-case(ws-confirma) to ws-confirma
               if ws-confirma = "S"
                   perform EMITIR-RECIBO
               else
                   display "Cobro cancelado."
               end-if
           end-if.

       BUSCAR-SOCIO.
           move zero to ws-hay-socio.
           display "Buscar por (N=Nro, M=Nombre): " with no advancing.
           accept ws-modo.
           move function upper-case(ws-modo) to ws-modo.
           evaluate ws-modo
               when "N"
                   continue
               when "M"
                   perform LISTAR-POR-NOMBRE
               when other
                   display "Modo invalido."
           end-evaluate.
           if ws-modo = "N" or (ws-modo = "M" and tot-hallados > zero)
               display "Nro de socio: " with no advancing
               accept cons-nro
               move cons-nro to idx-nro
               read socio-idx
                   invalid key
                       display "Socio " cons-nro " no encontrado."
                   not invalid key
                       move 1 to ws-hay-socio
                       move idx-nro to ws-nro
                       move idx-nom to ws-nom
                       display "Socio: " idx-nro "  " idx-nom
                           "  Saldo: " idx-saldo
                           "  Estado: " idx-estado
               end-read
           end-if.

       LISTAR-POR-NOMBRE.
           move zero to tot-hallados.
           display "Nombre (completo o parcial): " with no advancing.
           accept cons-nom.
           if cons-nom = spaces
               display "Debe ingresar al menos una letra."
           else
               perform MEDIR-NOMBRE
               move cons-nom to idx-nom
               start socio-idx key not < idx-nom
                   invalid key move 1 to flag
                   not invalid key move zero to flag
               end-start
               perform until flag = 1
                   read socio-idx next
                       at end move 1 to flag
                       not at end
                           if idx-nom(1:ws-largo) = cons-nom(1:ws-largo)
                               add 1 to tot-hallados
                               display "  " idx-nro "  " idx-nom
                                   "  Doc: " idx-doc
                                   "  Saldo: " idx-saldo
                           else
                               move 1 to flag
                           end-if
                   end-read
               end-perform
               if tot-hallados = zero
                   display "Sin socios cuyo nombre empiece con "
                       cons-nom
               end-if
           end-if.

       MEDIR-NOMBRE.
           move 20 to ws-largo.
           perform until ws-largo = 1
                   or cons-nom(ws-largo:1) not = space
               subtract 1 from ws-largo
           end-perform.

       PEDIR-PAGO.
           move zero to ws-importe.
           perform until ws-importe > zero
               display "Importe (sin punto decimal, ej 0000012345 = "
                   "123.45): " with no advancing
               accept ws-importe
               if ws-importe = zero
                   display "Importe invalido."
               end-if
           end-perform.
           move space to ws-medio.
           perform until ws-medio-valido
               display "Medio de pago (E=Efectivo, C=Cheque, "
                   "T=Tarjeta): " with no advancing
               accept ws-medio
               move function upper-case(ws-medio) to ws-medio
               if not ws-medio-valido
                   display "Medio de pago invalido."
               end-if
           end-perform.
           perform DESCRIBIR-MEDIO.

       DESCRIBIR-MEDIO.
           evaluate ws-medio
               when "E" move "EFECTIVO" to ws-medio-desc
               when "C" move "CHEQUE"   to ws-medio-desc
               when "T" move "TARJETA"  to ws-medio-desc
           end-evaluate.

      * El numero sale del ultimo asentado en recibos.dat, que nunca
      * se depura: un recibo anulado conserva su numero, asi no hay
      * numeros repetidos ni salteados.
       OBTENER-NUMERO.
           move zero to ws-ult-nro.
           open input recibos.
           if ws-rec-status not = "35"
               move zero to flag
               read recibos at end move 1 to flag
               end-read
               perform until flag = 1
                   if rec-nro > ws-ult-nro
                       move rec-nro to ws-ult-nro
                   end-if
                   read recibos at end move 1 to flag
                   end-read
               end-perform
               close recibos
           end-if.
           compute ws-rec-nro = ws-ult-nro + 1.

      * Del numero al movimiento de pago se asienta con el bloqueo de
      * caja tomado: otra caja no puede sacar el mismo numero.
       EMITIR-RECIBO.
           perform TOMAR-BLOQUEO.
           if ws-lck-tomado = 1
               perform ASENTAR-RECIBO
               perform LIBERAR-BLOQUEO
               perform IMPRIMIR-RECIBO
               display "Recibo nro. " ws-rec-nro " emitido."
           else
               display "ERROR: no se emitio el recibo. Reintente el "
                   "cobro."
           end-if.

       ASENTAR-RECIBO.
           accept ws-fecha from date YYYYMMDD.
           accept ws-hora from time.
           perform OBTENER-NUMERO.
           open extend recibos.
           if ws-rec-status = "35"
               open output recibos
           end-if.
           move ws-rec-nro   to rec-nro.
           move ws-fecha     to rec-fecha.
           move ws-hora(1:6) to rec-hora.
           move ws-cajero    to rec-cajero.
           move ws-nro       to rec-socio.
           move ws-importe   to rec-importe.
           move ws-medio     to rec-medio.
           move "E"          to rec-estado.
           move spaces       to rec-motivo.
           move zero         to rec-anul-fecha.
           move zero         to rec-anul-hora.
           move spaces       to rec-anul-cajero.
           write rec-reg.
           close recibos.
           perform GRABAR-MOVIMIENTO-PAGO.

       GRABAR-MOVIMIENTO-PAGO.
           open extend movimientos.
           if ws-mov-status = "35"
               open output movimientos
           end-if.
           move ws-nro     to mov-nro.
           move ws-fecha   to mov-fecha.
           move "P"        to mov-tipo.
           move ws-importe to mov-importe.
           move spaces     to mov-ref.
           string "REC " delimited by size
               ws-rec-nro delimited by size
               into mov-ref.
           write mov-reg.
           close movimientos.

       IMPRIMIR-RECIBO.
           open extend impresion.
           if ws-imp-status = "35"
               open output impresion
           end-if.
           move spaces to imp-linea.
           string "RECIBO DE PAGO                              Nro. "
               delimited by size
               ws-rec-nro delimited by size
               into imp-linea.
           write imp-linea.
           move spaces to imp-linea.
           string "Fecha: " delimited by size
               ws-fecha-ed delimited by size
               "  Hora: " delimited by size
               ws-hora(1:2) ":" ws-hora(3:2) ":" ws-hora(5:2)
               delimited by size
               "  Cajero: " delimited by size
               ws-cajero delimited by size
               into imp-linea.
           write imp-linea.
           move spaces to imp-linea.
           write imp-linea.
           move spaces to imp-linea.
           string "Recibimos del socio nro. " delimited by size
               ws-nro delimited by size
               " " delimited by size
               ws-nom delimited by size
               into imp-linea.
           write imp-linea.
           move ws-importe to ws-importe-ed.
           move spaces to imp-linea.
           string "la suma de $ " delimited by size
               ws-importe-ed delimited by size
               " a cuenta de su saldo social." delimited by size
               into imp-linea.
           write imp-linea.
           move spaces to imp-linea.
           string "Medio de pago: " delimited by size
               ws-medio-desc delimited by size
               into imp-linea.
           write imp-linea.
           move spaces to imp-linea.
           write imp-linea.
           move "                              Firma y sello"
               to imp-linea.
           write imp-linea.
           move all "-" to imp-linea.
           write imp-linea.
           close impresion.

       ANULAR-RECIBO.
           display "Nro de recibo a anular: " with no advancing.
           accept ws-rec-nro.
           perform BUSCAR-RECIBO.
           evaluate true
               when ws-hay-recibo = zero
                   display "ERROR: el recibo " ws-rec-nro " no existe."
               when rec-anulado
                   display "ERROR: el recibo " ws-rec-nro
                       " ya esta anulado."
               when other
                   move rec-importe to ws-importe-ed
                   display "Recibo " rec-nro " del " rec-fecha
                       " socio " rec-socio " por " ws-importe-ed
                   move spaces to ws-motivo
                   perform until ws-motivo not = spaces
                       display "Motivo de la anulacion: "
                           with no advancing
                       accept ws-motivo
                   end-perform
                   display "Confirma la anulacion? (S/N): "
                       with no advancing
                   accept ws-confirma
                   move function upper-case(ws-confirma)
                       to ws-confirma
                   if ws-confirma = "S"
                       perform TOMAR-BLOQUEO
                       if ws-lck-tomado = 1
                           perform CONFIRMAR-ANULACION
                           perform LIBERAR-BLOQUEO
                       else
                           display "ERROR: no se anulo el recibo. "
                               "Reintente la anulacion."
                       end-if
                   else
                       display "Anulacion cancelada."
                   end-if
           end-evaluate.

      * Con el bloqueo tomado se vuelve a leer el recibo: otra caja
      * pudo anularlo mientras se pedia el motivo.
       CONFIRMAR-ANULACION.
           perform BUSCAR-RECIBO.
           if rec-anulado
               display "ERROR: el recibo " ws-rec-nro
                   " ya esta anulado."
           else
               perform QUITAR-MOVIMIENTO
               if ws-hay-mov = 1
                   perform MARCAR-ANULADO
                   display "Recibo " ws-rec-nro " anulado."
               else
                   display "ERROR: el pago del recibo "
                       ws-rec-nro " ya fue aplicado por el "
                       "pase de actualizacion. No se anula; "
                       "corresponde una reversa."
               end-if
           end-if.

       BUSCAR-RECIBO.
           move zero to ws-hay-recibo.
           open input recibos.
           if ws-rec-status not = "35"
               move zero to flag
               read recibos at end move 1 to flag
               end-read
               perform until flag = 1
                   if rec-nro = ws-rec-nro
                       move 1 to ws-hay-recibo
                       move rec-reg to ws-rec-img
                       move 1 to flag
                   else
                       read recibos at end move 1 to flag
                       end-read
                   end-if
               end-perform
               close recibos
           end-if.
           if ws-hay-recibo = 1
               move ws-rec-img to rec-reg
           end-if.

      * El pago del recibo todavia no aplicado se retira de
      * movimientos.dat; si ya no esta, el pase lo aplico y la
      * anulacion no corresponde.
       QUITAR-MOVIMIENTO.
           move zero to ws-hay-mov.
           move spaces to ws-ref.
           string "REC " delimited by size
               ws-rec-nro delimited by size
               into ws-ref.
           open input movimientos.
           if ws-mov-status not = "35"
               open output movimientos-new
               move zero to flag
               read movimientos at end move 1 to flag
               end-read
               perform until flag = 1
                   if ws-hay-mov = zero and mov-tipo = "P"
                       and mov-ref = ws-ref
                       and mov-nro = rec-socio
                       move 1 to ws-hay-mov
                   else
                       write mov-reg-new from mov-reg
                   end-if
                   read movimientos at end move 1 to flag
                   end-read
               end-perform
               close movimientos
               close movimientos-new
               if ws-hay-mov = 1
                   call "CBL_DELETE_FILE" using nom-arch-mov
                   call "CBL_RENAME_FILE" using nom-mov-new
                       nom-arch-mov
               else
                   call "CBL_DELETE_FILE" using nom-mov-new
               end-if
               move zero to return-code
           end-if.

       MARCAR-ANULADO.
           accept ws-hora from time.
           open input recibos.
           open output recibos-new.
           move zero to flag.
           read recibos at end move 1 to flag.
           perform until flag = 1
               if rec-nro = ws-rec-nro
                   move "N"          to rec-estado
                   move ws-motivo    to rec-motivo
                   move ws-fecha     to rec-anul-fecha
                   move ws-hora(1:6) to rec-anul-hora
                   move ws-cajero    to rec-anul-cajero
               end-if
               write rec-reg-new from rec-reg
               read recibos at end move 1 to flag
           end-perform.
           close recibos.
           close recibos-new.
           call "CBL_DELETE_FILE" using nom-arch-rec.
           call "CBL_RENAME_FILE" using nom-rec-new nom-arch-rec.
           move zero to return-code.

      * Arqueo del turno: todo lo que el cajero emitio en el dia,
      * primero los recibos vigentes, despues los anulados con su
      * motivo y al final los totales por medio de pago.
       EMITIR-ARQUEO.
           accept ws-fecha from date YYYYMMDD.
           move ws-fecha to ws-fecha-ed.
           move spaces to nom-arqueo.
           string "ARQUEO_" delimited by size
               ws-cajero delimited by space
               "_" delimited by size
               ws-fecha delimited by size
               ".rpt" delimited by size
               into nom-arqueo.
           move zero to tot-emitidos.
           move zero to tot-anulados.
           move zero to tot-cobrado.
           perform varying ws-med from 1 by 1 until ws-med > 3
               move zero to ws-med-cant(ws-med)
               move zero to ws-med-total(ws-med)
           end-perform.
           open output arqueo.
           move "ARQUEO DE CAJA" to arq-linea.
           write arq-linea.
           move spaces to arq-linea.
           string "Cajero: " delimited by size
               ws-cajero delimited by size
               "  Fecha: " delimited by size
               ws-fecha-ed delimited by size
               into arq-linea.
           write arq-linea.
           move spaces to arq-linea.
           write arq-linea.
           move "RECIBOS EMITIDOS" to arq-linea.
           write arq-linea.
           move "Recibo    Hora   Socio Medio            Importe"
               to arq-linea.
           write arq-linea.
           open input recibos.
           if ws-rec-status not = "35"
               move zero to flag
               read recibos at end move 1 to flag
               end-read
               perform until flag = 1
                   if rec-cajero = ws-cajero and rec-fecha = ws-fecha
                       and rec-emitido
                       perform GRABAR-LINEA-EMITIDO
                   end-if
                   read recibos at end move 1 to flag
                   end-read
               end-perform
               close recibos
           end-if.
           move spaces to arq-linea.
           write arq-linea.
           move "RECIBOS ANULADOS" to arq-linea.
           write arq-linea.
           move "Recibo    Socio        Importe Motivo" to arq-linea.
           write arq-linea.
           open input recibos.
           if ws-rec-status not = "35"
               move zero to flag
               read recibos at end move 1 to flag
               end-read
               perform until flag = 1
                   if rec-cajero = ws-cajero and rec-fecha = ws-fecha
                       and rec-anulado
                       perform GRABAR-LINEA-ANULADO
                   end-if
                   read recibos at end move 1 to flag
                   end-read
               end-perform
               close recibos
           end-if.
           perform GRABAR-TOTALES-ARQUEO.
           close arqueo.
           display "Recibos emitidos: " tot-emitidos
               "  Anulados: " tot-anulados.
           display "Arqueo generado en " nom-arqueo.

       GRABAR-LINEA-EMITIDO.
           evaluate true
               when rec-efectivo move 1 to ws-med
               when rec-cheque   move 2 to ws-med
               when other        move 3 to ws-med
           end-evaluate.
           add 1 to ws-med-cant(ws-med).
           add rec-importe to ws-med-total(ws-med).
           add 1 to tot-emitidos.
           add rec-importe to tot-cobrado.
           move rec-medio to ws-medio.
           perform DESCRIBIR-MEDIO.
           move rec-importe to ws-importe-ed.
           move spaces to arq-linea.
           string rec-nro delimited by size
               "  " delimited by size
               rec-hora delimited by size
               " " delimited by size
               rec-socio delimited by size
               "  " delimited by size
               ws-medio-desc delimited by size
               ws-importe-ed delimited by size
               into arq-linea.
           write arq-linea.

       GRABAR-LINEA-ANULADO.
           add 1 to tot-anulados.
           move rec-importe to ws-importe-ed.
           move spaces to arq-linea.
           string rec-nro delimited by size
               "  " delimited by size
               rec-socio delimited by size
               ws-importe-ed delimited by size
               " " delimited by size
               rec-motivo delimited by size
               into arq-linea.
           write arq-linea.

       GRABAR-TOTALES-ARQUEO.
           move spaces to arq-linea.
           write arq-linea.
           move "TOTALES POR MEDIO DE PAGO" to arq-linea.
           write arq-linea.
           perform varying ws-med from 1 by 1 until ws-med > 3
               evaluate ws-med
                   when 1 move "EFECTIVO" to ws-medio-desc
                   when 2 move "CHEQUE"   to ws-medio-desc
                   when 3 move "TARJETA"  to ws-medio-desc
               end-evaluate
               move ws-med-total(ws-med) to ws-total-ed
               move spaces to arq-linea
               string ws-medio-desc delimited by size
                   "  Recibos: " delimited by size
                   ws-med-cant(ws-med) delimited by size
                   "  Total: " delimited by size
                   ws-total-ed delimited by size
                   into arq-linea
               write arq-linea
           end-perform.
           move tot-cobrado to ws-total-ed.
           move spaces to arq-linea.
           string "TOTAL     " delimited by size
               "  Recibos: " delimited by size
               tot-emitidos delimited by size
               "  Total: " delimited by size
               ws-total-ed delimited by size
               into arq-linea.
           write arq-linea.
           move spaces to arq-linea.
           string "Recibos anulados: " delimited by size
               tot-anulados delimited by size
               into arq-linea.
           write arq-linea.

      * recibos.dat y el pago en movimientos.dat se asientan de a una
      * caja por vez. CAJA.lck dice quien lo tiene (una caja, la
      * reversa o el pase de actualizacion); el bloqueo de una caja
      * dura lo que tarda el asiento, asi que se reintenta unos
      * segundos antes de desistir. Si el programa termino mal y el
      * archivo quedo, lo libera un supervisor con desbloqueo.
       TOMAR-BLOQUEO.
           move zero to ws-lck-tomado.
           move zero to ws-intento.
           perform until ws-lck-tomado = 1 or ws-intento > ws-intentos
               open input bloqueo
               if ws-lck-status = "35"
                   open output bloqueo
                   move "CAJA"        to blq-prog
                   move ws-cajero     to blq-operador
                   accept blq-fecha from date YYYYMMDD
                   accept ws-hora from time
                   move ws-hora(1:6)  to blq-hora
                   write blq-reg
                   close bloqueo
                   move 1 to ws-lck-tomado
               else
                   read bloqueo
                       at end move spaces to blq-reg
                   end-read
                   close bloqueo
                   add 1 to ws-intento
                   if ws-intento not > ws-intentos
                       call "C$SLEEP" using ws-segundos
                   end-if
               end-if
           end-perform.
           move zero to return-code.
           if ws-lck-tomado = zero
               display "ERROR: movimientos.dat esta en uso por "
                   blq-prog " (operador " blq-operador ") desde el "
                   blq-fecha " a las " blq-hora "."
               display "Si ese programa termino en forma anormal, un "
                   "supervisor libera el bloqueo con desbloqueo CAJA."
           end-if.

       LIBERAR-BLOQUEO.
           move return-code to ws-lck-rc.
           call "CBL_DELETE_FILE" using nom-arch-lck.
           move ws-lck-rc to return-code.
       END PROGRAM YOUR-PROGRAM-NAME.
