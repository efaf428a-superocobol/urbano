      *              (RegSpool): cada execucao grava num arquivo
      *              datado proprio, consultavel e reimprimivel no
      *              ConsSpool; sem o catalogo vale o nome fixo.
      * 2026-10-15 - Filtro por faixa ou prefixo aceita tambem o
      *              segmento RFM do cliente (ARQSEGCLI.DAT, apurado
      *              pelo ExeSegmenta); em branco lista todos.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-DIS.

       SELECT SEGCLI ASSIGN TO  DISK WID-ARQ-SEGCLI
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-CLI-SG
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-SG.

       SELECT ARQREL  ASSIGN TO DISK WID-ARQ-REL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
           02 LONGITUDE-DIS             PIC S9(003)v9(008).
           02 DISTANCIA-DIS             PIC  9(008)v9(002) VALUE ZEROES.

       FD SEGCLI.
       01 REGISTRO-SEGCLI.
          02 CODIGO-CLI-SG            PIC  9(007).
          02 SEGMENTO-SG              PIC  X(001).
          02 FILLER                   PIC  X(063).

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00512).
           02 FS-DIS-1                PIC 9.
           02 FS-DIS-2                PIC 9.
           02 FS-DIS-R REDEFINES FS-DIS-2 PIC 99 COMP-X.
       01 FS-SG.
           02 FS-SG-1                 PIC 9.
           02 FS-SG-2                 PIC 9.
           02 FS-SG-R REDEFINES FS-SG-2 PIC 99 COMP-X.

       01 WID-ARQ-CLIENTE.
           02 WID-ARQ-CLIENTE-1            PIC X(50).
       01 WID-ARQ-DISTRIBUICAO.
           02 WID-ARQ-DISTRIBUICAO-1       PIC X(50).

       01 WID-ARQ-SEGCLI          PIC X(50) VALUE 'ARQSEGCLI.DAT'.

       01 WID-ARQ-REL.
           02 WID-ARQ-REL-1             PIC X(50).

       01 WFILTRO-ATE-EFETIVO      PIC 9(007) VALUE ZEROES.
       01 WFILTRO-PREFIXO          PIC X(040) VALUE SPACES.
       77 WFILTRO-LEN              PIC 99 VALUE ZEROES.
       01 WFILTRO-SEGMENTO         PIC X(001) VALUE SPACES.
       77 WPASSA-SEG               PIC 9 VALUE ZEROES.
      *                  (0=FORA DO SEGMENTO, 1=LISTA)

       COPY "LAY-REL-CLI.CPY".
       COPY "LAY-REL-EMP.CPY".
           INITIALIZE WSAIDA.
           MOVE LID-ARQ-CLIENTE-1      TO WID-ARQ-CLIENTE-1
           MOVE LID-ARQ-DISTRIBUICAO-1 TO WID-ARQ-DISTRIBUICAO-1
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-SEGCLI
           PERFORM ABRE-CLIENTE
           PERFORM ABRE-DISTRIBUICAO.

