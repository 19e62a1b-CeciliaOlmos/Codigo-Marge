      ******************************************************************
      * Registro de ex-socio (exsocios.dat). Lo graba depura al sacar
      * de socio.dat a un socio dado de baja hace mas de los meses de
      * EXSOC.par y con saldo cero: la imagen del maestro tal como
      * estaba, la fecha y el motivo de la baja de bajas.dat, la fecha
      * de la depuracion y cuantos movimientos pasaron de movhist.dat
      * a exmovhist.dat. La reincorporacion lo devuelve al maestro.
      * Copiar debajo de un nivel 01 propio de cada programa.
      * Largo total: 149 bytes.
      ******************************************************************
           03 exs-socio.
              05 exs-nro        pic 9(4).
              05 exs-nom        pic x(20).
              05 exs-saldo      pic s9(8)v99.
              05 exs-doc        pic 9(8).
              05 exs-dir        pic x(30).
              05 exs-tel        pic x(15).
              05 exs-fecha-alta pic 9(8).
              05 exs-cat        pic x.
              05 exs-estado     pic x.
           03 exs-fecha-baja    pic 9(8).
           03 exs-motivo        pic x(30).
           03 exs-fecha-depura  pic 9(8).
           03 exs-cant-mov      pic 9(6).
