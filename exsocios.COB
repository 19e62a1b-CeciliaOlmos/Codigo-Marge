      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Consulta del historico de ex-socios (exsocios.dat)
      *           por numero de socio o por documento. Muestra los
      *           datos que tenia el socio al ser depurado, la fecha y
      *           el motivo de la baja y, si se pide, sus movimientos
      *           guardados en exmovhist.dat. La reincorporacion con
      *           el numero anterior se hace desde mantenimiento.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT exsocios assign to nom-arch-exs
                ORGANIZATION is line sequential
                FILE STATUS is ws-exs-status.
           SELECT exmovhist assign to nom-arch-exm
                ORGANIZATION is line sequential
                FILE STATUS is ws-exm-status.
       DATA DIVISION.
       FILE SECTION.
       fd  exsocios.
       01  exs-reg.
           COPY "EXSOCIO.cpy".

       fd  exmovhist.
       01  exm-reg.
           COPY "MOVIM.cpy" REPLACING LEADING ==mov== BY ==exm==.
       WORKING-STORAGE SECTION.
       01  nom-arch-exs pic x(20) value "..\exsocios.dat".
       01  nom-arch-exm pic x(20) value "..\exmovhist.dat".
       01  flag        pic 9 value zero.
       01  ws-fin-mov  pic 9 value zero.
       01  ws-opcion   pic x value space.
       01  ws-modo     pic x value space.
       01  ws-ver-mov  pic x value space.
       01  cons-nro    pic 9(4).
       01  cons-doc    pic 9(8).
       01  ws-exs-status pic x(2).
       01  ws-exm-status pic x(2).
       01  ws-saldo-ed pic ---,---,--9.99.
       01  tot-hallados pic 9(4).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           open input exsocios.
           if ws-exs-status = "35"
               display "No hay ex-socios en " nom-arch-exs "."
               STOP RUN
           end-if.
           close exsocios.
           perform until ws-opcion = "N"
               display "Buscar por (N=Nro, D=Documento): "
                   with no advancing
               accept ws-modo
               move function upper-case(ws-modo) to ws-modo
               evaluate ws-modo
                   when "N"
                       display "Nro de socio a consultar: "
                           with no advancing
                       accept cons-nro
                       move zero to cons-doc
                       perform BUSCAR-EXSOCIO
                   when "D"
                       display "Documento (DNI): " with no advancing
                       accept cons-doc
                       move zero to cons-nro
                       perform BUSCAR-EXSOCIO
                   when other display "Modo invalido."
               end-evaluate
               display "Consultar otro ex-socio? (S/N): "
                   with no advancing
               accept ws-opcion
               move function upper-case(ws-opcion) to ws-opcion
           end-perform.
           STOP RUN.

      * Una misma persona puede figurar mas de una vez por documento
      * (dos numeros distintos, ambos depurados): se muestran todos.
       BUSCAR-EXSOCIO.
           move zero to tot-hallados.
           open input exsocios.
           move zero to flag.
           read exsocios at end move 1 to flag.
           perform until flag = 1
               if (cons-nro not = zero and exs-nro = cons-nro)
                   or (cons-nro = zero and exs-doc = cons-doc)
                   add 1 to tot-hallados
                   perform MOSTRAR-EXSOCIO
               end-if
               read exsocios at end move 1 to flag
           end-perform.
           close exsocios.
           if tot-hallados = zero
               display "No se encontro el ex-socio."
           end-if.

       MOSTRAR-EXSOCIO.
           move exs-saldo to ws-saldo-ed.
           display "Ex-socio: " exs-nro
               "  Nombre: " exs-nom
               "  Doc: " exs-doc.
           display "Dir: " exs-dir
               "  Tel: " exs-tel
               "  Cat: " exs-cat.
           display "Alta: " exs-fecha-alta
               "  Baja: " exs-fecha-baja
               "  Depurado: " exs-fecha-depura
               "  Saldo: " ws-saldo-ed.
           display "Motivo de la baja: " exs-motivo.
           display "Movimientos guardados: " exs-cant-mov.
           if exs-cant-mov > zero
               display "Ver los movimientos? (S/N): " with no advancing
               accept ws-ver-mov
               move function upper-case(ws-ver-mov) to ws-ver-mov
               if ws-ver-mov = "S"
                   perform MOSTRAR-MOVIMIENTOS
               end-if
           end-if.

       MOSTRAR-MOVIMIENTOS.
           open input exmovhist.
           if ws-exm-status = "35"
               display "No se encuentra " nom-arch-exm "."
           else
               move zero to ws-fin-mov
               read exmovhist at end move 1 to ws-fin-mov
               end-read
               perform until ws-fin-mov = 1
                   if exm-nro = exs-nro
                       move exm-importe to ws-saldo-ed
                       display "  " exm-fecha " " exm-tipo " "
                           ws-saldo-ed " " exm-ref
                   end-if
                   read exmovhist at end move 1 to ws-fin-mov
                   end-read
               end-perform
               close exmovhist
           end-if.
       END PROGRAM YOUR-PROGRAM-NAME.
