      *              (ARQPERIODO.DAT, CadPeriodo) so com perfil de
      *              gerente/administrador; a liberacao marca o mes
      *              para reexportacao contabil.
      * 2026-10-15 - Chaves alternativas de data em MOVESTOQUE.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-MOV
              ALTERNATE RECORD KEY IS CODIGO-PROD-MOV WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-MOV WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-MOVEST.

          02 LOCAL-DEST-MOV           PIC  9(003) VALUE ZEROES.
          02 LOTE-MOV                 PIC  X(010) VALUE SPACES.
          02 VALIDADE-MOV             PIC  9(008) VALUE ZEROES.
          02 POSICAO-MOV              PIC  9(008) VALUE ZEROES.
          02 POSICAO-DEST-MOV         PIC  9(008) VALUE ZEROES.

       FD  ARQMOVCTRL.
       01  ARQMOVCTRL-REC.
           MOVE WLOCAL-DEST-E     TO LOCAL-DEST-MOV
           MOVE WLOTE-E           TO LOTE-MOV
           MOVE WVALIDADE-E       TO VALIDADE-MOV
           MOVE ZEROES TO POSICAO-MOV POSICAO-DEST-MOV
           WRITE REGISTRO-MOVESTOQUE
           IF FS-MOVEST = '00'
              PERFORM R-GRAVA-CONTROLE-MOV
