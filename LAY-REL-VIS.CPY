           03 FILLER PIC X(01) VALUE SPACES.
           03 FILLER PIC X(07) VALUE 'AUSENTE'.
           03 FILLER PIC X(01) VALUE SPACES.
           03 FILLER PIC X(07) VALUE 'EXCECAO'.
           03 FILLER PIC X(01) VALUE SPACES.
           03 FILLER PIC X(08) VALUE 'PEDIDOS'.
           03 FILLER PIC X(01) VALUE SPACES.
           03 FILLER PIC X(08) VALUE 'APROV.%'.

       01  CAB03-VI.
           03 FILLER PIC X(106) VALUE IS ALL '-'.

       01  DET01-VI.
           03 VI-CODIGO-VEN       PIC 9(007) VALUE ZEROES.
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 VI-QTD-AUSENTE      PIC ZZZZZZ9 VALUE ZEROES.
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 VI-QTD-EXCECAO      PIC ZZZZZZ9 VALUE ZEROES.
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 VI-QTD-PEDIDOS      PIC ZZZZZZZ9 VALUE ZEROES.
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 VI-APROVEITAMENTO   PIC ZZZ9,99 VALUE ZEROES.
           02 VI-TOT-VISITAS    PIC ZZZZZZZ9.
           02 FILLER            PIC X(19) VALUE ' TOTAL DE PEDIDOS: '.
           02 VI-TOT-PEDIDOS    PIC ZZZZZZZ9.

      *------------------------------------
      * LAYOUT DO RELATORIO DA PESQUISA DE PRECOS DA CONCORRENCIA
      *------------------------------------
       01  CAB01-PQ.
           02 FILLER            PIC X(037) VALUE
           'PESQUISA DE PRECOS DA CONCORRENCIA - '.
           02 PQ-CAB-INI        PIC 9999/99.
           02 FILLER            PIC X(003) VALUE ' A '.
           02 PQ-CAB-FIM        PIC 9999/99.
           02 FILLER            PIC X(006) VALUE '  UF: '.
           02 PQ-CAB-UF         PIC X(002).

       01  CAB02-PQ.
           03 FILLER PIC X(03) VALUE 'UF'.
           03 FILLER PIC X(21) VALUE 'CIDADE'.
           03 FILLER PIC X(08) VALUE 'MES'.
           03 FILLER PIC X(04) VALUE ' OBS'.
           03 FILLER PIC X(12) VALUE '  MEDIA CONC'.
           03 FILLER PIC X(12) VALUE '       MENOR'.
           03 FILLER PIC X(12) VALUE '       MAIOR'.
           03 FILLER PIC X(12) VALUE '  NOSSA GOND'.
           03 FILLER PIC X(12) VALUE '  MEDIA TAB.'.
           03 FILLER PIC X(10) VALUE '  DIF%CAD.'.
           03 FILLER PIC X(09) VALUE ' DIF%TAB.'.

       01  CAB03-PQ.
           03 FILLER PIC X(115) VALUE IS ALL '-'.

       01  DET01-PQ.
           03 FILLER              PIC X(08)  VALUE 'PRODUTO '.
           03 PQ-CODIGO-PROD      PIC 9(007) VALUE ZEROES.
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 PQ-DESCRICAO-PROD   PIC X(040) VALUE SPACES.
           03 FILLER              PIC X(17)  VALUE ' PRECO CADASTRO '.
           03 PQ-PRECO-CAD        PIC ZZZZZZ9.99 VALUE ZEROES.

       01  DET02-PQ.
           03 PQ-UF               PIC X(002) VALUE SPACES.
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 PQ-CIDADE           PIC X(020) VALUE SPACES.
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 PQ-MES              PIC 9999/99 VALUE ZEROES.
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 PQ-QTD              PIC ZZZ9 VALUE ZEROES.
           03 FILLER              PIC X(02)  VALUE SPACES.
           03 PQ-MEDIA-CONC       PIC ZZZZZZ9.99 VALUE ZEROES.
           03 FILLER              PIC X(02)  VALUE SPACES.
           03 PQ-MENOR            PIC ZZZZZZ9.99 VALUE ZEROES.
           03 FILLER              PIC X(02)  VALUE SPACES.
           03 PQ-MAIOR            PIC ZZZZZZ9.99 VALUE ZEROES.
           03 FILLER              PIC X(02)  VALUE SPACES.
           03 PQ-PROPRIO          PIC ZZZZZZ9.99 VALUE ZEROES.
           03 FILLER              PIC X(02)  VALUE SPACES.
           03 PQ-MEDIA-TAB        PIC ZZZZZZ9.99 VALUE ZEROES.
           03 FILLER              PIC X(02)  VALUE SPACES.
           03 PQ-DIF-CAD          PIC -ZZZ9.99 VALUE ZEROES.
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 PQ-DIF-TAB          PIC -ZZZ9.99 VALUE ZEROES.

       01  ROD01-PQ.
           02 FILLER            PIC X(24) VALUE
           'OBSERVACOES NO PERIODO: '.
           02 PQ-TOT-OBS        PIC ZZZZZZ9.

       01  ROD02-PQ.
           02 FILLER            PIC X(44) VALUE
           'OBSERVACOES FORA DO LIMITE DE GRUPOS/PROD.: '.
           02 PQ-TOT-EXCEDE     PIC ZZZZZZ9.

      *------------------------------------
      * LAYOUT DO RELATORIO DE EXCECOES DE CHECK-IN DAS VISITAS
      *------------------------------------
       01  CAB01-GV.
           02 FILLER            PIC X(035) VALUE
           'EXCECOES DE CHECK-IN DAS VISITAS - '.
           02 GV-CAB-INI        PIC 9999/99/99.
           02 FILLER            PIC X(003) VALUE ' A '.
           02 GV-CAB-FIM        PIC 9999/99/99.
           02 FILLER            PIC X(011) VALUE '  RAIO(M): '.
           02 GV-CAB-RAIO       PIC ZZZZ9.
           02 FILLER            PIC X(017) VALUE '  VEL.MAX(KM/H): '.
           02 GV-CAB-VEL        PIC ZZ9.

       01  CAB02-GV.
           03 FILLER PIC X(11) VALUE 'DATA'.
           03 FILLER PIC X(09) VALUE 'HORA'.
           03 FILLER PIC X(08) VALUE 'ROTA'.
           03 FILLER PIC X(08) VALUE 'CLIENTE'.
           03 FILLER PIC X(08) VALUE 'DIST.(M)'.
           03 FILLER PIC X(01) VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'MOTIVO'.
           03 FILLER PIC X(01) VALUE SPACES.
           03 FILLER PIC X(08) VALUE 'CLI.ANT.'.
           03 FILLER PIC X(06) VALUE '  KM/H'.

       01  CAB03-GV.
           03 FILLER PIC X(084) VALUE IS ALL '-'.

       01  DET01-GV.
           03 FILLER              PIC X(09)  VALUE 'VENDEDOR '.
           03 GV-CODIGO-VEN       PIC 9(007) VALUE ZEROES.
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 GV-NOME-VEN         PIC X(030) VALUE SPACES.
           03 FILLER              PIC X(12)  VALUE ' SUPERVISOR '.
           03 GV-SUPERVISOR       PIC 9(007) VALUE ZEROES.

       01  DET02-GV.
           03 GV-DATA             PIC 9999/99/99 VALUE ZEROES.
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 GV-HH               PIC 99 VALUE ZEROES.
           03 FILLER              PIC X(01)  VALUE ':'.
           03 GV-MM               PIC 99 VALUE ZEROES.
           03 FILLER              PIC X(01)  VALUE ':'.
           03 GV-SS               PIC 99 VALUE ZEROES.
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 GV-ROTA             PIC 9(007) VALUE ZEROES.
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 GV-CLIENTE          PIC 9(007) VALUE ZEROES.
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 GV-DIST             PIC ZZZZZZZ9 VALUE ZEROES.
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 GV-MOTIVO           PIC X(024) VALUE SPACES.
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 GV-CLI-ANT          PIC ZZZZZZZ9 VALUE ZEROES.
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 GV-VELOC            PIC ZZZZZ9 VALUE ZEROES.

       01  DET03-GV.
           03 FILLER              PIC X(25)  VALUE
           '   CHECK-INS NO PERIODO: '.
           03 GV-VEN-CK           PIC ZZZZ9 VALUE ZEROES.
           03 FILLER              PIC X(12)  VALUE '  EXCECOES: '.
           03 GV-VEN-EXC          PIC ZZZZ9 VALUE ZEROES.

       01  CAB04-GV.
           03 FILLER PIC X(21) VALUE 'RESUMO POR SUPERVISOR'.

       01  CAB05-GV.
           03 FILLER PIC X(08) VALUE 'SUPERV.'.
           03 FILLER PIC X(31) VALUE 'NOME'.
           03 FILLER PIC X(09) VALUE 'CHECK-INS'.
           03 FILLER PIC X(09) VALUE ' EXCECOES'.
           03 FILLER PIC X(07) VALUE '  EXC.%'.

       01  DET04-GV.
           03 GV-SUP-CODIGO       PIC 9(007) VALUE ZEROES.
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 GV-SUP-NOME         PIC X(030) VALUE SPACES.
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 GV-SUP-CK           PIC ZZZZZZZ9 VALUE ZEROES.
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 GV-SUP-EXC          PIC ZZZZZZZ9 VALUE ZEROES.
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 GV-SUP-PERC         PIC ZZ9.99 VALUE ZEROES.

       01  ROD01-GV.
           02 FILLER            PIC X(21) VALUE 'CHECK-INS AVALIADOS: '.
           02 GV-TOT-CK         PIC ZZZZZZ9.
           02 FILLER            PIC X(12) VALUE '  EXCECOES: '.
           02 GV-TOT-EXC        PIC ZZZZZZ9.
           02 FILLER            PIC X(25) VALUE
           '  SITUACOES REGRAVADAS: '.
           02 GV-TOT-REGRAV     PIC ZZZZZZ9.

       01  ROD02-GV.
           02 FILLER            PIC X(45) VALUE
           'CHECK-INS ALEM DO LIMITE DO VENDEDOR (500): '.
           02 GV-TOT-EXCEDE     PIC ZZZZZZ9.
