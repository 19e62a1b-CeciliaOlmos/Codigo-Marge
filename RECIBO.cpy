      ******************************************************************
      * Registro de recibo de caja de ventanilla (recibos.dat). Un
      * registro por numero de recibo emitido, correlativo y sin
      * saltos; el recibo anulado no se borra, queda con estado "N",
      * el motivo y quien lo anulo. Medios: E=efectivo, C=cheque,
      * T=tarjeta. Copiar debajo de un nivel 01 propio de cada
      * programa. Largo total: 98 bytes.
      ******************************************************************
           03 rec-nro        pic 9(8).
           03 rec-fecha      pic 9(8).
           03 rec-hora       pic 9(6).
           03 rec-cajero     pic x(8).
           03 rec-socio      pic 9(4).
           03 rec-importe    pic 9(8)v99.
           03 rec-medio      pic x.
              88 rec-efectivo    value "E".
              88 rec-cheque      value "C".
              88 rec-tarjeta     value "T".
              88 rec-medio-valido value "E" "C" "T".
           03 rec-estado     pic x.
              88 rec-emitido     value "E".
              88 rec-anulado     value "N".
           03 rec-motivo     pic x(30).
           03 rec-anul-fecha pic 9(8).
           03 rec-anul-hora  pic 9(6).
           03 rec-anul-cajero pic x(8).
