      ******************************************************************
      * Registro de linea presentada al banco para debito automatico
      * (presentados.dat). Lo graba presenta por cada detalle de
      * PRESENTA.txt y lo actualiza bancos cuando el pago vuelve con
      * la misma referencia. Estados: P=presentado sin respuesta,
      * V=vencido (se volvio a presentar la deuda en un periodo
      * posterior sin que este se cobrara), C=cobrado.
      * Copiar debajo de un nivel 01 propio de cada programa.
      * Largo total: 55 bytes.
      ******************************************************************
           03 pre-ref         pic x(8).
           03 pre-periodo     pic 9(6).
           03 pre-nro         pic 9(4).
           03 pre-fecha       pic 9(8).
           03 pre-importe     pic 9(8)v99.
           03 pre-estado      pic x.
              88 pre-presentado  value "P".
              88 pre-vencido     value "V".
              88 pre-cobrado     value "C".
           03 pre-fecha-cobro pic 9(8).
           03 pre-cobrado-imp pic 9(8)v99.
