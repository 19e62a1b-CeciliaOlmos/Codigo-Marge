      ******************************************************************
      * Registro de auditoria de mantenimiento (auditoria.dat).
      * Un registro por cada operacion sobre el maestro o sobre los
      * movimientos, con la imagen antes y despues. Segun aud-oper:
      *   A alta             antes espacios, despues el socio nuevo.
      *   C cambio           el socio antes y despues del cambio.
      *   B baja             la baja es logica: despues queda el socio
      *                      con estado "B".
      *   S suspension y     el socio antes y despues del cambio de
      *   R rehabilitacion   estado.
      *   U unifica          dos registros: el numero que queda,
      *                      antes y despues de sumar el saldo, y el
      *                      absorbido, antes su imagen y despues
      *                      espacios (sale del maestro).
      *   I reincorporacion  antes la imagen con estado "B", o espacios
      *                      si vuelve desde exsocios.dat; despues el
      *                      socio activo.
      *   E depuracion       antes la imagen, despues espacios (pasa a
      *                      exsocios.dat).
      *   X reversa          antes el movimiento original (36 bytes);
      *                      despues el movimiento de reversa, el
      *                      motivo y el nro de reversa.
      * Copiar debajo de un nivel 01 propio de cada programa.
      ******************************************************************
           03 aud-fecha    pic 9(8).
           03 aud-hora     pic 9(6).
