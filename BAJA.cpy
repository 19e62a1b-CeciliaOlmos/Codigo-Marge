      ******************************************************************
      * Registro de baja de socio (bajas.dat). La baja es logica: el
      * socio queda en socio.dat con estado "B" y aqui se asienta
      * cuando, por que, con que saldo y quien la hizo; si el saldo
      * no era cero, el supervisor que la autorizo. Si un socio se da
      * de baja mas de una vez vale el ultimo registro. Copiar debajo
      * de un nivel 01 propio de cada programa. Largo total: 68 bytes.
      ******************************************************************
           03 bja-nro        pic 9(4).
           03 bja-fecha      pic 9(8).
           03 bja-motivo     pic x(30).
           03 bja-saldo      pic s9(8)v99.
           03 bja-operador   pic x(8).
           03 bja-supervisor pic x(8).
