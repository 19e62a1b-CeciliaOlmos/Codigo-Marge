      *           mismo layout fijo que usan listado y MERGE. Cada
      *           operacion realizada queda asentada en auditoria.dat
      *           con la imagen anterior y posterior del socio.
      *           Mantiene ademas los grupos familiares de grupos.dat:
      *           incorporar un adherente al grupo de un titular,
      *           quitarlo, cambiar el titular del grupo y ver quienes
      *           lo integran. Un socio que integra un grupo no se da
      *           de baja sin quitarlo antes del grupo.
      *           La baja es logica: el socio queda con estado "B" y
      *           la fecha, el motivo y el saldo van a bajas.dat. Con
      *           saldo distinto de cero o con un convenio de pago
      *           vigente (convenios.dat) con cuotas por facturar, la
      *           baja necesita la clave de un supervisor de
      *           SUPERV.par. La reincorporacion
      *           vuelve a activar al socio dado de baja o, si ya fue
      *           depurado, lo trae de exsocios.dat con su numero y sus
      *           movimientos de exmovhist.dat; un numero de ex-socio
      *           no se reutiliza en un alta.
      *           Durante toda la sesion tiene tomado el bloqueo de
      *           socio.dat (SOCIO.lck); no arranca si otro programa
      *           lo tiene.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT control-arch assign to nom-arch-ctl
                ORGANIZATION is line sequential
                FILE STATUS is ws-ctl-status.
           SELECT grupos assign to nom-arch-grp
                ORGANIZATION is line sequential
                FILE STATUS is ws-grp-status.
           SELECT grupos-new assign to nom-grp-new
                ORGANIZATION is line sequential.
           SELECT bajas assign to nom-arch-bja
                ORGANIZATION is line sequential
                FILE STATUS is ws-bja-status.
           SELECT convenios assign to nom-arch-conv
                ORGANIZATION is line sequential
                FILE STATUS is ws-conv-status.
           SELECT superv-arch assign to "SUPERV.par"
                ORGANIZATION is line sequential
                FILE STATUS is ws-sup-status.
           SELECT exsocios assign to nom-arch-exs
                ORGANIZATION is line sequential
                FILE STATUS is ws-exs-status.
           SELECT exsocios-new assign to nom-exs-new
                ORGANIZATION is line sequential.
           SELECT movhist assign to nom-arch-hist
                ORGANIZATION is line sequential
                FILE STATUS is ws-hist-status.
           SELECT exmovhist assign to nom-arch-exm
                ORGANIZATION is line sequential
                FILE STATUS is ws-exm-status.
           SELECT exmovhist-new assign to nom-exm-new
                ORGANIZATION is line sequential.
           SELECT bloqueo assign to nom-arch-lck
                ORGANIZATION is line sequential
                FILE STATUS is ws-lck-status.
           SELECT socio-idx assign to nom-arch-idx
                ORGANIZATION is indexed
                ACCESS MODE is dynamic
       01  ctl-reg.
           COPY "CONTROL.cpy".

       fd  grupos.
       01  grp-reg.
           COPY "GRUPO.cpy".

       fd  grupos-new.
       01  grp-reg-new pic x(25).

       fd  bajas.
       01  bja-reg.
           COPY "BAJA.cpy".

       fd  convenios.
       01  conv-reg.
           COPY "CONVENIO.cpy".

      * SUPERV.par: un supervisor por linea, identificacion y clave
      * separadas por un espacio.
       fd  superv-arch.
       01  sup-linea.
           03 sup-id    pic x(8).
           03 filler    pic x.
           03 sup-clave pic x(8).

       fd  exsocios.
       01  exs-reg.
           COPY "EXSOCIO.cpy".

       fd  exsocios-new.
       01  exs-reg-new pic x(149).

       fd  movhist.
       01  movhist-reg.
           COPY "MOVIM.cpy".

       fd  exmovhist.
       01  exm-reg.
           COPY "MOVIM.cpy" REPLACING LEADING ==mov== BY ==exm==.

       fd  exmovhist-new.
       01  exm-reg-new pic x(36).

       fd  bloqueo.
       01  blq-reg.
           COPY "BLOQUEO.cpy".

       fd  socio-idx.
       01  idx-reg.
           COPY "SOCIO.cpy" REPLACING LEADING ==soc== BY ==idx==.
       01  nom-arch-aud pic x(20) value "..\auditoria.dat".
       01  nom-arch-idx pic x(20) value "..\SOCIO.IDX".
       01  nom-arch-ctl pic x(20) value "..\CONTROL.dat".
       01  nom-arch-grp pic x(20) value "..\grupos.dat".
       01  nom-grp-new  pic x(20) value "..\grupos.new".
       01  nom-arch-bja pic x(20) value "..\bajas.dat".
       01  nom-arch-conv pic x(20) value "..\convenios.dat".
       01  nom-arch-exs pic x(20) value "..\exsocios.dat".
       01  nom-exs-new  pic x(20) value "..\exsocios.new".
       01  nom-arch-hist pic x(20) value "..\movhist.dat".
       01  nom-arch-exm pic x(20) value "..\exmovhist.dat".
       01  nom-exm-new  pic x(20) value "..\exmovhist.new".
       01  flag         pic 9   value zero.
       01  ws-opcion    pic x   value space.
       01  ws-nro       pic 9(4).
       01  ws-aud-status    pic x(2).
       01  ws-idx-status    pic x(2).
       01  ws-ctl-status    pic x(2).
       01  ws-grp-status    pic x(2).
       01  ws-opcion-grp    pic x   value space.
       01  ws-confirma      pic x.
       01  ws-nro-grp       pic 9(4).
       01  ws-hay-socio-grp pic 9.
       01  ws-fin-grp       pic 9.
       01  ws-estado-grp    pic x.
       01  ws-nom-grp       pic x(20).
       01  ws-saldo-grp     pic s9(8)v99.
       01  ws-adherente-de  pic 9(4).
       01  ws-cant-adherentes pic 9(4).
       01  ws-titular       pic 9(4).
       01  ws-integrante    pic 9(4).
       01  ws-parentesco    pic x.
           88 ws-parentesco-valido value "C" "H" "P" "O".
       01  ws-bja-status    pic x(2).
       01  ws-sup-status    pic x(2).
       01  ws-conv-status   pic x(2).
       01  ws-deuda-conv    pic 9(8)v99.
       01  ws-exs-status    pic x(2).
       01  ws-hist-status   pic x(2).
       01  ws-exm-status    pic x(2).
       01  ws-motivo        pic x(30).
       01  ws-supervisor    pic x(8).
       01  ws-clave         pic x(8).
       01  ws-autorizado    pic 9   value zero.
       01  ws-saldo-ed      pic ---,---,--9.99.
       01  ws-fin-exs       pic 9.
       01  ws-nro-exs       pic 9(4).
       01  ws-doc-exs       pic 9(8).
       01  ws-exs-encontrado pic 9  value zero.
       01  ws-exs-datos     pic x(149).
       01  ws-cant-mov      pic 9(6).
       01  tot-socios   pic 9(6) value zero.
       01  tot-saldo    pic s9(9)v99 value zero.
       01  nom-arch-lck pic x(20) value "..\SOCIO.lck".
       01  ws-lck-status pic x(2).
       01  ws-lck-hora   pic x(8).
       01  ws-lck-oper   pic x(8).
       01  ws-lck-rc     pic s9(9) comp.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           display "Mantenimiento de socios (socio.dat)".
                   with no advancing
               accept ws-operador
           end-perform.
           perform TOMAR-BLOQUEO.
           perform until ws-opcion = "F"
               display "Opcion (A=Alta, C=Cambio, B=Baja, "
                   "R=Reincorporar, G=Grupo familiar, F=Fin): "
                   with no advancing
               accept ws-opcion
               move function upper-case(ws-opcion) to ws-opcion
                   when "A" perform ALTA
                   when "C" perform CAMBIO
                   when "B" perform BAJA
                   when "R" perform REINCORPORAR
                   when "G" perform GRUPO-FAMILIAR
                   when "F" continue
                   when other display "Opcion invalida."
               end-evaluate
           end-perform.
           perform GRABAR-CONTROL.
           perform LIBERAR-BLOQUEO.
           STOP RUN.

       ALTA.
           display "Nro de socio: " with no advancing.
           accept ws-nro.
           move ws-nro to ws-nro-exs.
           move zero to ws-doc-exs.
           perform BUSCAR-EXSOCIO.
           if ws-exs-encontrado = 1
               display "ERROR: el numero " ws-nro " es del ex-socio "
                   exs-nom " (DNI " exs-doc "). Para devolverselo "
                   "usar la opcion R (Reincorporar)."
           else
               perform PEDIR-DATOS-ALTA
           end-if.

       PEDIR-DATOS-ALTA.
           display "Nombre: " with no advancing.
           accept ws-nom.
           display "Documento (DNI): " with no advancing.
           accept ws-doc.
           move zero to ws-nro-exs.
           move ws-doc to ws-doc-exs.
           perform BUSCAR-EXSOCIO.
           if ws-exs-encontrado = 1
               display "ADVERTENCIA: el DNI " ws-doc " es del ex-socio "
                   exs-nro " " exs-nom ". Evaluar la reincorporacion "
                   "con su numero anterior."
           end-if.
           display "Direccion: " with no advancing.
           accept ws-dir.
           display "Telefono: " with no advancing.
       CAMBIO.
           display "Nro de socio a modificar: " with no advancing.
           accept ws-nro.
           move ws-nro to ws-nro-grp.
           perform BUSCAR-SOCIO-GRUPO.
           if ws-estado-grp = "B"
               display "ERROR: el socio " ws-nro " esta dado de baja. "
                   "Para volver a activarlo usar la opcion R "
                   "(Reincorporar)."
           else
               perform PEDIR-DATOS-CAMBIO
           end-if.

       PEDIR-DATOS-CAMBIO.
           display "Nuevo nombre: " with no advancing.
           accept ws-nom.
           display "Nuevo documento (DNI): " with no advancing.
           perform PROCESAR-ARCHIVO.

       BAJA.
           display "Nro de socio a dar de baja: " with no advancing.
           accept ws-nro.
           move ws-nro to ws-nro-grp.
           perform BUSCAR-SOCIO-GRUPO.
           perform UBICAR-EN-GRUPOS.
           evaluate true
               when ws-hay-socio-grp = zero
                   display "ERROR: el socio " ws-nro " no existe."
               when ws-estado-grp = "B"
                   display "ERROR: el socio " ws-nro
                       " ya esta dado de baja."
               when ws-adherente-de not = zero
                   or ws-cant-adherentes > zero
                   display "ERROR: el socio " ws-nro " integra un "
                       "grupo familiar. Quitarlo del grupo o cambiar "
                       "el titular antes de la baja."
               when other
                   perform PEDIR-MOTIVO-BAJA
           end-evaluate.

      * Un socio que debe (o tiene saldo a favor) no se da de baja sin
      * la autorizacion de un supervisor: el saldo sigue en socio.dat
      * y lo siguen viendo morosos, cobranzas y el extracto contable.
      * La parte de un convenio vigente que todavia no se facturo no
      * esta en el saldo y tambien es deuda.
       PEDIR-MOTIVO-BAJA.
           move spaces to ws-motivo.
           perform until ws-motivo not = spaces
               display "Motivo de la baja: " with no advancing
               accept ws-motivo
           end-perform.
           perform BUSCAR-CONVENIO.
           move spaces to ws-supervisor.
           move 1 to ws-autorizado.
           if ws-saldo-grp not = zero or ws-deuda-conv > zero
               move ws-saldo-grp to ws-saldo-ed
               display "El socio " ws-nro " tiene saldo " ws-saldo-ed
               if ws-deuda-conv > zero
                   move ws-deuda-conv to ws-saldo-ed
                   display "y un convenio vigente con " ws-saldo-ed
                       " por facturar."
               end-if
               display "La baja requiere autorizacion de un supervisor."
               display "Identificacion del supervisor: "
                   with no advancing
               accept ws-supervisor
               display "Clave: " with no advancing
               accept ws-clave
               perform VALIDAR-SUPERVISOR
           end-if.
           if ws-autorizado = zero
               display "ERROR: supervisor o clave invalidos. No se da "
                   "de baja al socio " ws-nro "."
           else
               perform PROCESAR-ARCHIVO
               perform GRABAR-BAJA
           end-if.

      * Lo que resta facturar del convenio vigente del socio, si tiene.
       BUSCAR-CONVENIO.
           move zero to ws-deuda-conv.
           open input convenios.
           if ws-conv-status not = "35"
               move zero to flag
               read convenios at end move 1 to flag
               end-read
               perform until flag = 1
                   if conv-nro = ws-nro and conv-vigente
                       compute ws-deuda-conv = ws-deuda-conv
                           + conv-total - conv-facturado
                   end-if
                   read convenios at end move 1 to flag
                   end-read
               end-perform
               close convenios
           end-if.

       VALIDAR-SUPERVISOR.
           move zero to ws-autorizado.
           open input superv-arch.
           if ws-sup-status = "35"
               display "ERROR: falta SUPERV.par con los supervisores "
                   "habilitados."
           else
               move zero to flag
               read superv-arch at end move 1 to flag
               end-read
               perform until flag = 1
                   if sup-id = ws-supervisor and sup-clave = ws-clave
                       and ws-supervisor not = spaces
                       move 1 to ws-autorizado
                   end-if
                   read superv-arch at end move 1 to flag
                   end-read
               end-perform
               close superv-arch
           end-if.

       GRABAR-BAJA.
           open extend bajas.
           if ws-bja-status = "35"
               open output bajas
           end-if.
           accept ws-fecha from date YYYYMMDD.
           move ws-nro        to bja-nro.
           move ws-fecha      to bja-fecha.
           move ws-motivo     to bja-motivo.
           move ws-saldo-grp  to bja-saldo.
           move ws-operador   to bja-operador.
           move ws-supervisor to bja-supervisor.
           write bja-reg.
           close bajas.

      * El socio dado de baja que sigue en socio.dat vuelve a activo;
      * el que ya fue depurado vuelve desde exsocios.dat con su numero,
      * su fecha de alta original y sus movimientos.
       REINCORPORAR.
           display "Nro de socio a reincorporar: " with no advancing.
           accept ws-nro.
           move ws-nro to ws-nro-grp.
           perform BUSCAR-SOCIO-GRUPO.
           move zero to ws-exs-encontrado.
           if ws-hay-socio-grp = zero
               move ws-nro to ws-nro-exs
               move zero to ws-doc-exs
               perform BUSCAR-EXSOCIO
           end-if.
           evaluate true
               when ws-hay-socio-grp = 1 and ws-estado-grp not = "B"
                   display "ERROR: el socio " ws-nro
                       " no esta dado de baja."
               when ws-hay-socio-grp = zero and ws-exs-encontrado = 0
                   display "ERROR: el socio " ws-nro " no existe ni "
                       "figura en " nom-arch-exs "."
               when other
                   perform CONFIRMAR-REINCORPORACION
           end-evaluate.

       CONFIRMAR-REINCORPORACION.
           if ws-hay-socio-grp = 1
               display "Reincorporar al socio " ws-nro " " ws-nom-grp
                   "? (S/N): " with no advancing
           else
               display "Ex-socio " exs-nro " " exs-nom " DNI " exs-doc
                   " alta " exs-fecha-alta " baja " exs-fecha-baja
               display "Motivo de la baja: " exs-motivo
               display "Reincorporar con su numero y sus "
                   exs-cant-mov " movimientos? (S/N): "
                   with no advancing
           end-if.
           accept ws-confirma.
           move function upper-case(ws-confirma) to ws-confirma.
           if ws-confirma not = "S"
               display "Operacion cancelada."
           else
               perform PROCESAR-ARCHIVO
               if ws-hay-socio-grp = zero
                   perform DEVOLVER-MOVIMIENTOS
                   perform QUITAR-EXSOCIO
               end-if
           end-if.

      * Los movimientos del ex-socio vuelven de exmovhist.dat al final
      * de movhist.dat; el resto de exmovhist.dat queda como estaba.
       DEVOLVER-MOVIMIENTOS.
           move zero to ws-cant-mov.
           open input exmovhist.
           if ws-exm-status not = "35"
               open output exmovhist-new
               open extend movhist
               if ws-hist-status = "35"
                   open output movhist
               end-if
               move zero to flag
               read exmovhist at end move 1 to flag
               end-read
               perform until flag = 1
                   if exm-nro = ws-nro
                       write movhist-reg from exm-reg
                       add 1 to ws-cant-mov
                   else
                       write exm-reg-new from exm-reg
                   end-if
                   read exmovhist at end move 1 to flag
                   end-read
               end-perform
               close exmovhist
               close exmovhist-new
               close movhist
               call "CBL_DELETE_FILE" using nom-arch-exm
               call "CBL_RENAME_FILE" using nom-exm-new nom-arch-exm
               move zero to return-code
           end-if.
           display "Movimientos devueltos al historico: " ws-cant-mov.

       QUITAR-EXSOCIO.
           open input exsocios.
           open output exsocios-new.
           move zero to flag.
           read exsocios at end move 1 to flag.
           perform until flag = 1
               if exs-nro not = ws-nro
                   write exs-reg-new from exs-reg
               end-if
               read exsocios at end move 1 to flag
           end-perform.
           close exsocios.
           close exsocios-new.
           call "CBL_DELETE_FILE" using nom-arch-exs.
           call "CBL_RENAME_FILE" using nom-exs-new nom-arch-exs.
           move zero to return-code.

      * Busca en exsocios.dat por numero (ws-nro-exs) o, si el numero
      * viene en cero, por documento (ws-doc-exs). El registro hallado
      * queda en ws-exs-datos.
       BUSCAR-EXSOCIO.
           move zero to ws-exs-encontrado.
           open input exsocios.
           if ws-exs-status not = "35"
               move zero to ws-fin-exs
               read exsocios at end move 1 to ws-fin-exs
               end-read
               perform until ws-fin-exs = 1
                   if (ws-nro-exs not = zero and exs-nro = ws-nro-exs)
                       or (ws-nro-exs = zero and exs-doc = ws-doc-exs)
                       move 1 to ws-exs-encontrado
                       move exs-reg to ws-exs-datos
                       move 1 to ws-fin-exs
                   else
                       read exsocios at end move 1 to ws-fin-exs
                       end-read
                   end-if
               end-perform
               close exsocios
           end-if.
           if ws-exs-encontrado = 1
               move ws-exs-datos to exs-reg
           end-if.

       PEDIR-CATEGORIA.
           move space to soc-cat.
               end-if
           end-perform.

      * La baja no se carga como estado: va por la opcion B, que pide
      * el motivo y controla el saldo.
       PEDIR-ESTADO.
           move space to soc-estado.
           perform until soc-activo or soc-suspendido
               display "Estado (A=Activo, S=Suspendido): "
                   with no advancing
               accept ws-estado
               move function upper-case(ws-estado) to ws-estado
               move ws-estado to soc-estado
               if not soc-activo and not soc-suspendido
                   display "Estado invalido."
               end-if
           end-perform.
                           move soc-reg to ws-despues
                           write soc-reg-new from soc-reg
                       when "B"
                           move "B" to soc-estado
                           move soc-reg to ws-despues
                           write soc-reg-new from soc-reg
                       when "R"
                           move "A" to soc-estado
                           move soc-reg to ws-despues
                           write soc-reg-new from soc-reg
                       when "A"
                           write soc-reg-new from soc-reg
                   end-evaluate
                   move spaces to ws-antes
                   move soc-reg to ws-despues
                   write soc-reg-new from soc-reg
               when ws-opcion = "R" and ws-encontrado = 0
                   move ws-exs-datos to exs-reg
                   move exs-socio to soc-reg
                   move "A" to soc-estado
                   move spaces to ws-antes
                   move soc-reg to ws-despues
                   write soc-reg-new from soc-reg
               when ws-opcion not = "A" and ws-encontrado = 0
                   display "ERROR: el socio " ws-nro " no existe."
           end-evaluate.
           if (ws-opcion = "A" and ws-encontrado = 0)
               or (ws-opcion = "C" and ws-encontrado = 1)
               or (ws-opcion = "B" and ws-encontrado = 1)
               or ws-opcion = "R"
               perform GUARDAR-GENERACION
               perform GRABAR-AUDITORIA
               perform ACTUALIZAR-INDEXADO
           move ws-fecha       to aud-fecha.
           move ws-hora(1:6)   to aud-hora.
           move ws-operador    to aud-operador.
           if ws-opcion = "R"
               move "I"        to aud-oper
           else
               move ws-opcion  to aud-oper
           end-if.
           move ws-nro         to aud-nro.
           move ws-antes       to aud-antes.
           move ws-despues     to aud-despues.
                                   " ya estaba en " nom-arch-idx
                       end-write
                   when "C"
                   when "B"
                       move ws-despues to idx-reg
                       rewrite idx-reg
                           invalid key
                                   " no estaba en " nom-arch-idx
                                   ". Correr indexar."
                       end-rewrite
                   when "R"
                       move ws-despues to idx-reg
                       rewrite idx-reg
                           invalid key
                               write idx-reg
                                   invalid key
                                       display "ADVERTENCIA: no se "
                                           "pudo grabar el socio "
                                           ws-nro " en " nom-arch-idx
                               end-write
                       end-rewrite
               end-evaluate
               close socio-idx
           end-if.
           move ws-tel    to soc-tel.
           move ws-cat    to soc-cat.
           move ws-estado to soc-estado.

      ******************************************************************
      * Grupo familiar (grupos.dat)
      ******************************************************************
       GRUPO-FAMILIAR.
           move space to ws-opcion-grp.
           perform until ws-opcion-grp = "F"
               display "Grupo (I=Incorporar, Q=Quitar, T=Cambiar "
                   "titular, V=Ver, F=Volver): " with no advancing
               accept ws-opcion-grp
               move function upper-case(ws-opcion-grp)
                   to ws-opcion-grp
               evaluate ws-opcion-grp
                   when "I" perform INCORPORAR-ADHERENTE
                   when "Q" perform QUITAR-ADHERENTE
                   when "T" perform CAMBIAR-TITULAR
                   when "V" perform VER-GRUPO
                   when "F" continue
                   when other display "Opcion invalida."
               end-evaluate
           end-perform.

      * Un titular no puede ser a su vez adherente, ni un adherente
      * titular de otro grupo: los grupos tienen un solo nivel.
       INCORPORAR-ADHERENTE.
           display "Nro de socio titular: " with no advancing.
           accept ws-titular.
           move ws-titular to ws-nro-grp.
           perform BUSCAR-SOCIO-GRUPO.
           perform UBICAR-EN-GRUPOS.
           evaluate true
               when ws-hay-socio-grp = zero
                   display "ERROR: el socio " ws-titular " no existe."
               when ws-estado-grp = "B"
                   display "ERROR: el socio " ws-titular
                       " esta dado de baja."
               when ws-adherente-de not = zero
                   display "ERROR: el socio " ws-titular " es "
                       "adherente del grupo de " ws-adherente-de
                       ". No puede ser titular."
               when other
                   perform PEDIR-INTEGRANTE
           end-evaluate.

       PEDIR-INTEGRANTE.
           display "Nro de socio adherente: " with no advancing.
           accept ws-integrante.
           move ws-integrante to ws-nro-grp.
           perform BUSCAR-SOCIO-GRUPO.
           perform UBICAR-EN-GRUPOS.
           evaluate true
               when ws-integrante = ws-titular
                   display "ERROR: el titular no se incorpora a su "
                       "propio grupo."
               when ws-hay-socio-grp = zero
                   display "ERROR: el socio " ws-integrante
                       " no existe."
               when ws-estado-grp = "B"
                   display "ERROR: el socio " ws-integrante
                       " esta dado de baja."
               when ws-adherente-de not = zero
                   display "ERROR: el socio " ws-integrante " ya es "
                       "adherente del grupo de " ws-adherente-de "."
               when ws-cant-adherentes > zero
                   display "ERROR: el socio " ws-integrante " es "
                       "titular de un grupo con " ws-cant-adherentes
                       " adherentes."
               when other
                   perform PEDIR-PARENTESCO
                   display "Incorporar a " ws-integrante " " ws-nom-grp
                       " al grupo de " ws-titular "? (S/N): "
                       with no advancing
                   accept ws-confirma
                   move function upper-case(ws-confirma)
                       to ws-confirma
                   if ws-confirma = "S"
                       perform GRABAR-INTEGRANTE
                       display "Socio " ws-integrante
                           " incorporado al grupo de " ws-titular "."
                   else
                       display "Operacion cancelada."
                   end-if
           end-evaluate.

       PEDIR-PARENTESCO.
           move space to ws-parentesco.
           perform until ws-parentesco-valido
               display "Parentesco con el titular (C=Conyuge, H=Hijo, "
                   "P=Padre/Madre, O=Otro): " with no advancing
               accept ws-parentesco
               move function upper-case(ws-parentesco)
                   to ws-parentesco
               if not ws-parentesco-valido
                   display "Parentesco invalido."
               end-if
           end-perform.

       GRABAR-INTEGRANTE.
           accept ws-fecha from date YYYYMMDD.
           open extend grupos.
           if ws-grp-status = "35"
               open output grupos
           end-if.
           move ws-titular    to grp-titular.
           move ws-integrante to grp-nro.
           move ws-parentesco to grp-parentesco.
           move ws-fecha      to grp-fecha.
           move ws-operador   to grp-operador.
           write grp-reg.
           close grupos.

       QUITAR-ADHERENTE.
           display "Nro de socio adherente a quitar: "
               with no advancing.
           accept ws-integrante.
           move ws-integrante to ws-nro-grp.
           perform UBICAR-EN-GRUPOS.
           if ws-adherente-de = zero
               display "ERROR: el socio " ws-integrante " no es "
                   "adherente de ningun grupo."
           else
               move ws-adherente-de to ws-titular
               display "Quitar a " ws-integrante " del grupo de "
                   ws-titular "? (S/N): " with no advancing
               accept ws-confirma
               move function upper-case(ws-confirma) to ws-confirma
               if ws-confirma = "S"
                   perform REESCRIBIR-GRUPOS
                   display "Socio " ws-integrante " quitado del grupo "
                       "de " ws-titular "."
               else
                   display "Operacion cancelada."
               end-if
           end-if.

      * El nuevo titular sale de los adherentes del grupo; el titular
      * anterior queda como adherente con el parentesco que se indique
      * respecto del nuevo.
       CAMBIAR-TITULAR.
           display "Nro de socio titular actual: " with no advancing.
           accept ws-titular.
           move ws-titular to ws-nro-grp.
           perform UBICAR-EN-GRUPOS.
           if ws-cant-adherentes = zero
               display "ERROR: el socio " ws-titular " no es titular "
                   "de un grupo."
           else
               display "Nro de socio del nuevo titular: "
                   with no advancing
               accept ws-integrante
               move ws-integrante to ws-nro-grp
               perform BUSCAR-SOCIO-GRUPO
               perform UBICAR-EN-GRUPOS
               evaluate true
                   when ws-adherente-de not = ws-titular
                       display "ERROR: el socio " ws-integrante
                           " no es adherente del grupo de "
                           ws-titular "."
                   when ws-estado-grp = "B"
                       display "ERROR: el socio " ws-integrante
                           " esta dado de baja."
                   when other
                       display "Parentesco del titular anterior con el "
                           "nuevo titular."
                       perform PEDIR-PARENTESCO
                       display "Pasar la titularidad de " ws-titular
                           " a " ws-integrante "? (S/N): "
                           with no advancing
                       accept ws-confirma
                       move function upper-case(ws-confirma)
                           to ws-confirma
                       if ws-confirma = "S"
                           perform REESCRIBIR-GRUPOS
                           display "El socio " ws-integrante
                               " es el nuevo titular del grupo."
                       else
                           display "Operacion cancelada."
                       end-if
               end-evaluate
           end-if.

      * Reescritura de grupos.dat para quitar un adherente (opcion Q)
      * o mudar el grupo a su nuevo titular (opcion T).
       REESCRIBIR-GRUPOS.
           accept ws-fecha from date YYYYMMDD.
           open input grupos.
           open output grupos-new.
           move zero to flag.
           read grupos at end move 1 to flag.
           perform until flag = 1
               evaluate true
                   when ws-opcion-grp = "Q"
                       and grp-nro = ws-integrante
                       continue
                   when ws-opcion-grp = "T"
                       and grp-titular = ws-titular
                       if grp-nro = ws-integrante
                           move ws-titular    to grp-nro
                           move ws-parentesco to grp-parentesco
                           move ws-fecha      to grp-fecha
                           move ws-operador   to grp-operador
                       end-if
                       move ws-integrante to grp-titular
                       write grp-reg-new from grp-reg
                   when other
                       write grp-reg-new from grp-reg
               end-evaluate
               read grupos at end move 1 to flag
           end-perform.
           close grupos.
           close grupos-new.
           call "CBL_DELETE_FILE" using nom-arch-grp.
           call "CBL_RENAME_FILE" using nom-grp-new nom-arch-grp.
           move zero to return-code.

       VER-GRUPO.
           display "Nro de socio: " with no advancing.
           accept ws-nro-grp.
           perform UBICAR-EN-GRUPOS.
           evaluate true
               when ws-adherente-de not = zero
                   move ws-adherente-de to ws-titular
               when ws-cant-adherentes > zero
                   move ws-nro-grp to ws-titular
               when other
                   move zero to ws-titular
           end-evaluate.
           if ws-titular = zero
               display "El socio " ws-nro-grp " no integra ningun "
                   "grupo familiar."
           else
               move ws-titular to ws-nro-grp
               perform BUSCAR-SOCIO-GRUPO
               display "Titular:   " ws-titular " " ws-nom-grp
                   " Estado " ws-estado-grp
               open input grupos
               move zero to ws-fin-grp
               read grupos at end move 1 to ws-fin-grp
               end-read
               perform until ws-fin-grp = 1
                   if grp-titular = ws-titular
                       move grp-nro to ws-nro-grp
                       perform BUSCAR-SOCIO-GRUPO
                       display "Adherente: " grp-nro " " ws-nom-grp
                           " Estado " ws-estado-grp
                           " Parentesco " grp-parentesco
                           " desde " grp-fecha
                   end-if
                   read grupos at end move 1 to ws-fin-grp
                   end-read
               end-perform
               close grupos
           end-if.

       BUSCAR-SOCIO-GRUPO.
           move zero to ws-hay-socio-grp.
           move zero to ws-saldo-grp.
           move spaces to ws-nom-grp.
           move space to ws-estado-grp.
           open input socios.
           if ws-socios-status not = "35"
               move zero to flag
               read socios into soc-reg at end move 1 to flag
               end-read
               perform until flag = 1
                   if soc-nro = ws-nro-grp
                       move 1 to ws-hay-socio-grp
                       move soc-nom to ws-nom-grp
                       move soc-estado to ws-estado-grp
                       move soc-saldo to ws-saldo-grp
                       move 1 to flag
                   else
                       read socios into soc-reg at end move 1 to flag
                       end-read
                   end-if
               end-perform
               close socios
           end-if.

      * De quien es adherente el socio (cero si de nadie) y cuantos
      * adherentes tiene como titular.
       UBICAR-EN-GRUPOS.
           move zero to ws-adherente-de.
           move zero to ws-cant-adherentes.
           open input grupos.
           if ws-grp-status not = "35"
               move zero to flag
               read grupos at end move 1 to flag
               end-read
               perform until flag = 1
                   if grp-nro = ws-nro-grp
                       move grp-titular to ws-adherente-de
                   end-if
                   if grp-titular = ws-nro-grp
                       add 1 to ws-cant-adherentes
                   end-if
                   read grupos at end move 1 to flag
                   end-read
               end-perform
               close grupos
           end-if.

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
           move ws-operador to ws-lck-oper.
           accept ws-lck-hora from time.
           open output bloqueo.
           move "MANTENIMIENTO" to blq-prog.
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
