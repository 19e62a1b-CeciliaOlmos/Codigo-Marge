      ******************************************************************
      * Registro de mes cerrado del tablero de gestion (tablero.dat).
      * Un registro por periodo con los indicadores que calculo
      * tablero al cerrarlo; la corrida del mes siguiente compara
      * contra este registro sin recalcular y la tendencia de 12 meses
      * sale de aca. Altas y bajas por categoria (A, B, C en ese
      * orden). Copiar debajo de un nivel 01 propio de cada programa.
      * Largo total: 131 bytes.
      ******************************************************************
           03 tab-periodo       pic 9(6).
           03 tab-fecha-cierre  pic 9(8).
           03 tab-cat occurs 3 times.
              05 tab-altas      pic 9(5).
              05 tab-bajas      pic 9(5).
           03 tab-facturado     pic s9(9)v99 sign leading separate.
           03 tab-punitorios    pic s9(9)v99 sign leading separate.
           03 tab-cob-banco     pic s9(9)v99 sign leading separate.
           03 tab-cob-mostrador pic s9(9)v99 sign leading separate.
           03 tab-cob-reversas  pic s9(9)v99 sign leading separate.
           03 tab-suspendidos   pic 9(5).
           03 tab-rehabilitados pic 9(5).
           03 tab-deuda         pic s9(9)v99 sign leading separate.
           03 tab-efectividad   pic 9(3)v99.
