      ******************************************************************
      * Registro de convenio de pago (convenios.dat). Un registro por
      * plan firmado: la deuda congelada al firmar se refinancia en
      * conv-cuotas cuotas mensuales de conv-importe (la ultima
      * absorbe el redondeo). Estados: V=vigente, C=caido, F=cumplido.
      * Copiar debajo de un nivel 01 propio de cada programa.
      * Largo total: 75 bytes.
      ******************************************************************
           03 conv-nro        pic 9(4).
           03 conv-fecha      pic 9(8).
           03 conv-total      pic 9(8)v99.
           03 conv-cuotas     pic 9(2).
           03 conv-importe    pic 9(8)v99.
           03 conv-facturadas pic 9(2).
           03 conv-pagas      pic 9(2).
           03 conv-facturado  pic 9(8)v99.
           03 conv-pagado     pic 9(8)v99.
           03 conv-estado     pic x.
              88 conv-vigente    value "V".
              88 conv-caido      value "C".
              88 conv-cumplido   value "F".
           03 conv-fecha-est  pic 9(8).
           03 conv-operador   pic x(8).
