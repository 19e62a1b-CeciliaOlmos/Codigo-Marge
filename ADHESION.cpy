      ******************************************************************
      * Registro de adhesion al debito automatico (adhesiones.dat).
      * Un registro por adhesion; la baja no se borra, queda con
      * estado "B" y su fecha. Un socio tiene a lo sumo una adhesion
      * activa. Tipos: C=CBU (22 digitos), T=tarjeta (16 digitos).
      * Copiar debajo de un nivel 01 propio de cada programa.
      * Largo total: 60 bytes.
      ******************************************************************
           03 adh-nro        pic 9(4).
           03 adh-tipo       pic x.
              88 adh-cbu         value "C".
              88 adh-tarjeta     value "T".
              88 adh-tipo-valido value "C" "T".
           03 adh-cuenta     pic x(22).
           03 adh-fecha-alta pic 9(8).
           03 adh-estado     pic x.
              88 adh-activa      value "A".
              88 adh-de-baja     value "B".
           03 adh-fecha-baja pic 9(8).
           03 adh-operador   pic x(8).
           03 adh-oper-baja  pic x(8).
