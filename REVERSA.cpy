      ******************************************************************
      * Registro de reversa de un movimiento ya aplicado (reversas.dat).
      * Un registro por reversa: el movimiento original tal como esta
      * en movhist.dat, quien lo reverso, por que y si se cargo la
      * comision bancaria del rechazo. La reversa se asienta como un
      * movimiento del mismo tipo e importe con signo contrario, con
      * referencia "REV " y rev-nro, que apunta a este registro. Un
      * original que ya figura aca no se vuelve a reversar. Fuente:
      * B=rechazo bancario, O=pedido del operador.
      * Copiar debajo de un nivel 01 propio de cada programa.
      * Largo total: 105 bytes.
      ******************************************************************
           03 rev-nro        pic 9(8).
           03 rev-fecha      pic 9(8).
           03 rev-hora       pic 9(6).
           03 rev-operador   pic x(8).
           03 rev-fuente     pic x.
              88 rev-banco       value "B".
              88 rev-pedido      value "O".
           03 rev-motivo     pic x(30).
           03 rev-original.
              05 rev-orig-nro     pic 9(4).
              05 rev-orig-fecha   pic 9(8).
              05 rev-orig-tipo    pic x.
              05 rev-orig-importe pic s9(8)v99 sign leading separate.
              05 rev-orig-ref     pic x(12).
           03 rev-comision   pic 9(6)v99.
