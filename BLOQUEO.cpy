      ******************************************************************
      * Registro de bloqueo del maestro de socios (SOCIO.lck). El
      * archivo existe solo mientras un programa esta reescribiendo
      * socio.dat y dice quien lo tomo: programa, operador y hora de
      * inicio. Si el programa termina en forma anormal el archivo
      * queda y lo libera un supervisor con desbloqueo. Copiar debajo
      * de un nivel 01 propio de cada programa. Largo total: 36 bytes.
      * El bloqueo de caja (CAJA.lck) usa el mismo registro: lo toman
      * una caja mientras asienta un recibo o su anulacion, la reversa
      * mientras deja reversas y el pase de actualizacion mientras
      * consume movimientos.dat.
      ******************************************************************
           03 blq-prog     pic x(14).
           03 blq-operador pic x(8).
           03 blq-fecha    pic 9(8).
           03 blq-hora     pic 9(6).
