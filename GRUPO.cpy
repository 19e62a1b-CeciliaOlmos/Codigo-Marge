      ******************************************************************
      * Registro de integrante de grupo familiar (grupos.dat). Un
      * registro por adherente, ligado al socio titular del grupo; el
      * titular no lleva registro propio. Un socio es adherente de un
      * solo grupo y un adherente no puede ser titular de otro.
      * Parentesco con el titular: C=conyuge, H=hijo, P=padre o madre,
      * O=otro. Copiar debajo de un nivel 01 propio de cada programa.
      * Largo total: 25 bytes.
      ******************************************************************
           03 grp-titular    pic 9(4).
           03 grp-nro        pic 9(4).
           03 grp-parentesco pic x.
              88 grp-par-valido  value "C" "H" "P" "O".
           03 grp-fecha      pic 9(8).
           03 grp-operador   pic x(8).
