          02 CAPAC-KG-VEI             PIC  9(007) VALUE ZEROES.
          02 CAPAC-M3-VEI             PIC  9(005)v9(002) VALUE ZEROES.
          02 INATIVO-VEI              PIC  X(001) VALUE SPACES.
          02 LOCAL-VEI                PIC  9(003) VALUE ZEROES.
          02 VENDEDOR-VEI             PIC  9(007) VALUE ZEROES.

       WORKING-STORAGE SECTION.
       01 WREGISTRO-ROTAS.
