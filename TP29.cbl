000100*--------------------------------------------------------------*
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. VARIACAO-FOLHA.
000400 AUTHOR. RODRIGO REBELO DA COSTA.
000500 INSTALLATION. HOME.
000600 DATE-WRITTEN. 15/10/2026.
000700 DATE-COMPILED. 15/10/2026.
000800 SECURITY. CALCULANDO IRRF.
000900*--------------------------------------------------------------*
001000*  MODIFICATION HISTORY                                        *
001100*  15/10/2026  RRC  NEW PROGRAM.  VARIANCE REPORT OF THE FOLHA,*
001200*                   RUN AFTER THE BATCH PAYROLL (VALUES FROM   *
001300*                   PAYHIST) OR AFTER A PREVIA (VALUES FROM    *
001400*                   PREVIA-DATA), BEFORE BANKREMIT GOES OUT.   *
001500*                   BRUTO, INSS, IRRF, DESCONTOS AND LIQUIDO   *
001600*                   OF EACH EMPLOYEE ARE COMPARED WITH THE     *
001700*                   PREVIOUS MONTH AND WITH THE AVERAGE OF THE *
001800*                   LAST THREE ON PAYHIST; CHANGES BEYOND THE  *
001900*                   TOLERANCE KEYED BY THE OPERATOR ARE LISTED *
002000*                   WITH A PROBABLE REASON TAKEN FROM          *
002100*                   MOVEMENT-FILE, EMPLOYEE-LOG AND TAXTBL.    *
002200*                   EMPLOYEES PAID IN ONLY ONE OF THE TWO      *
002300*                   MONTHS ARE LISTED APART, AND THE TOTALS ARE*
002400*                   GIVEN PER CENTRO DE CUSTO.                 *
002410*  15/10/2026  RRC  HINTS ALSO TAKEN FROM DISSDIF (DIFERENCAS  *
002420*                   PAID IN THE MONTH), ADIANTA AND RECMOV.    *
002430*  15/10/2026  RRC  A DIFERENCA DE DISSIDIO CARRIED FORWARD    *
002440*                   COUNTS IN THE COMPETENCIA THAT PAID IT     *
002450*                   (DD-PAID-PERIOD), AS AN ADIANTAMENTO DOES. *
002500*--------------------------------------------------------------*
002600
002700 ENVIRONMENT DIVISION.
002800     CONFIGURATION SECTION.
002900     SOURCE-COMPUTER. NOTE.
003000     OBJECT-COMPUTER. NOTE.
003100     SPECIAL-NAMES.
003200      DECIMAL-POINT IS COMMA.
003300
003400     INPUT-OUTPUT SECTION.
003500     FILE-CONTROL.
003600         SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMST"
003700             ORGANIZATION IS INDEXED
003800             ACCESS MODE IS DYNAMIC
003900             RECORD KEY IS EMPMST-ID
004000             FILE STATUS IS WS-MASTER-STATUS.
004100         SELECT PAYROLL-HISTORY ASSIGN TO "PAYHIST"
004200             ORGANIZATION IS INDEXED
004300             ACCESS MODE IS RANDOM
004400             RECORD KEY IS HIST-KEY
004500             FILE STATUS IS WS-HIST-STATUS.
004600         SELECT COMPETENCIA-FILE ASSIGN TO "COMPCTL"
004700             ORGANIZATION IS INDEXED
004800             ACCESS MODE IS RANDOM
004900             RECORD KEY IS COMP-PERIOD
005000             FILE STATUS IS WS-COMP-STATUS.
005100         SELECT PREVIA-DATA-FILE ASSIGN TO "PREVIA-DATA"
005200             ORGANIZATION IS INDEXED
005300             ACCESS MODE IS DYNAMIC
005400             RECORD KEY IS PVR-EMPLOYEE-ID
005500             FILE STATUS IS WS-PVR-STATUS.
005600         SELECT TAX-TABLE-FILE ASSIGN TO "TAXTBL"
005700             ORGANIZATION IS INDEXED
005800             ACCESS MODE IS RANDOM
005900             RECORD KEY IS TAX-VIGENCIA
006000             FILE STATUS IS WS-TAX-STATUS.
006100         SELECT MOVEMENT-FILE ASSIGN TO "MOVEMENT-FILE"
006200             ORGANIZATION IS LINE SEQUENTIAL
006300             FILE STATUS IS WS-MOVEMENT-STATUS.
006400         SELECT EMPLOYEE-LOG ASSIGN TO "EMPLOYEE-LOG"
006500             ORGANIZATION IS LINE SEQUENTIAL
006600             FILE STATUS IS WS-LOG-STATUS.
006610         SELECT DISSIDIO-FILE ASSIGN TO "DISSDIF"
006615             ORGANIZATION IS INDEXED
006620             ACCESS MODE IS DYNAMIC
006625             RECORD KEY IS DD-KEY
006630             FILE STATUS IS WS-DISS-STATUS.
006635         SELECT ADIANTAMENTO-FILE ASSIGN TO "ADIANTA"
006640             ORGANIZATION IS INDEXED
006645             ACCESS MODE IS DYNAMIC
006650             RECORD KEY IS ADT-KEY
006655             FILE STATUS IS WS-ADTO-STATUS.
006660         SELECT RECURRING-FILE ASSIGN TO "RECMOV"
006665             ORGANIZATION IS INDEXED
006670             ACCESS MODE IS DYNAMIC
006675             RECORD KEY IS REC-KEY
006680             FILE STATUS IS WS-REC-STATUS.
006700         SELECT VARIACAO-REPORT ASSIGN TO "VARIACAO-REPORT"
006800             ORGANIZATION IS LINE SEQUENTIAL.
006900
007000*--------------------------------------------------------------*
007100
007200 DATA DIVISION.
007300     FILE SECTION.
007400 FD  EMPLOYEE-MASTER.
007500     COPY EMPMST.
007600
007700 FD  PAYROLL-HISTORY.
007800     COPY PAYHIST.
007900
008000 FD  COMPETENCIA-FILE.
008100     COPY COMPCTL.
008200
008300 FD  PREVIA-DATA-FILE.
008400     COPY PRVDATA.
008500
008600 FD  TAX-TABLE-FILE.
008700     COPY TAXTBL.
008800
008900 FD  MOVEMENT-FILE
009000     RECORD CONTAINS 15 CHARACTERS.
009100     COPY MOVDETL.
009200
009300 FD  EMPLOYEE-LOG
009400     RECORD CONTAINS 122 CHARACTERS.
009500     COPY EMPLOG.
009510
009520 FD  DISSIDIO-FILE.
009530     COPY DISSDIF.
009540
009550 FD  ADIANTAMENTO-FILE.
009560     COPY ADTOREC.
009570
009580 FD  RECURRING-FILE.
009590     COPY RECMOV.
009600
009700 FD  VARIACAO-REPORT
009800     RECORD CONTAINS 80 CHARACTERS.
009900     COPY VARLINE.
010000
010100     WORKING-STORAGE SECTION.
010200
010300 77  WS-MASTER-STATUS            PIC X(02)      VALUE SPACES.
010400     88  WS-MASTER-FILE-FOUND                   VALUE "00".
010500     88  WS-MASTER-EOF                          VALUE "10".
010600 77  WS-HIST-STATUS              PIC X(02)      VALUE SPACES.
010700     88  WS-HIST-FILE-FOUND                     VALUE "00".
010800 77  WS-COMP-STATUS              PIC X(02)      VALUE SPACES.
010900     88  WS-COMP-FILE-FOUND                     VALUE "00".
011000 77  WS-PVR-STATUS               PIC X(02)      VALUE SPACES.
011100     88  WS-PVR-FILE-FOUND                      VALUE "00".
011200 77  WS-TAX-STATUS               PIC X(02)      VALUE SPACES.
011300     88  WS-TAX-FILE-FOUND                      VALUE "00".
011400 77  WS-MOVEMENT-STATUS          PIC X(02)      VALUE SPACES.
011500     88  WS-MOVEMENT-FILE-FOUND                 VALUE "00".
011600     88  WS-MOVEMENT-EOF                        VALUE "10".
011700 77  WS-LOG-STATUS               PIC X(02)      VALUE SPACES.
011800     88  WS-LOG-FILE-FOUND                      VALUE "00".
011900     88  WS-LOG-EOF                             VALUE "10".
011910 77  WS-DISS-STATUS              PIC X(02)      VALUE SPACES.
011920     88  WS-DISS-FILE-FOUND                     VALUE "00".
011930 77  WS-ADTO-STATUS              PIC X(02)      VALUE SPACES.
011940     88  WS-ADTO-FILE-FOUND                     VALUE "00".
011950 77  WS-REC-STATUS               PIC X(02)      VALUE SPACES.
011960     88  WS-REC-FILE-FOUND                      VALUE "00".
012000
012100 77  WS-SOURCE-OPTION            PIC X(01)      VALUE SPACES.
012200     88  WS-SOURCE-FOLHA                        VALUES "F" "f".
012300     88  WS-SOURCE-PREVIA                       VALUES "P" "p".
012400 77  WS-CUR-FOUND-SWITCH         PIC X(01)      VALUE "N".
012500     88  WS-CUR-FOUND                           VALUE "Y".
012600 77  WS-PREV-FOUND-SWITCH        PIC X(01)      VALUE "N".
012700     88  WS-PREV-FOUND                          VALUE "Y".
012800 77  WS-HIST-READ-SWITCH         PIC X(01)      VALUE "N".
012900     88  WS-HIST-READ-OK                        VALUE "Y".
013000 77  WS-FLAG-SWITCH              PIC X(01)      VALUE "N".
013100     88  WS-EMP-FLAGGED                         VALUE "Y".
013200 77  WS-LIMIT-SWITCH             PIC X(01)      VALUE "N".
013300     88  WS-OVER-LIMIT                          VALUE "Y".
013400 77  WS-VIGENCIA-SWITCH          PIC X(01)      VALUE "N".
013500     88  WS-NEW-VIGENCIA                        VALUE "Y".
013600 77  WS-MOV-USABLE-SWITCH        PIC X(01)      VALUE "N".
013700     88  WS-MOVEMENTS-USABLE                    VALUE "Y".
013800 77  WS-HINT-SWITCH              PIC X(01)      VALUE "N".
013900     88  WS-HINT-GIVEN                          VALUE "Y".
013905 77  WS-DISS-OPEN-SWITCH         PIC X(01)      VALUE "N".
013910     88  WS-DISS-IS-OPEN                        VALUE "Y".
013915 77  WS-ADTO-OPEN-SWITCH         PIC X(01)      VALUE "N".
013920     88  WS-ADTO-IS-OPEN                        VALUE "Y".
013925 77  WS-REC-OPEN-SWITCH          PIC X(01)      VALUE "N".
013930     88  WS-REC-IS-OPEN                         VALUE "Y".
013935 77  WS-SCAN-END-SWITCH          PIC X(01)      VALUE "N".
013940     88  WS-SCAN-END                            VALUE "Y".
013945 77  WS-ADTO-HINT-SWITCH         PIC X(01)      VALUE "N".
013950     88  WS-ADTO-HINT                           VALUE "Y".
013955 77  WS-DISS-HINT-SWITCH         PIC X(01)      VALUE "N".
013956     88  WS-DISS-HINT                           VALUE "Y".
014000
014100*    TOLERANCIA EM PERCENTUAL SOBRE A BASE (MES ANTERIOR OU MEDIA)
014200*    E DIFERENCA MINIMA EM VALOR PARA UMA LINHA SER APONTADA.
014300 77  WS-TOLERANCE                PIC 9(3)V9(2)  VALUE ZEROS.
014400 77  WS-DEFAULT-TOLERANCE        PIC 9(3)V9(2)  VALUE 10,00.
014500 77  WS-MINIMUM                  PIC 9(5)V9(2)  VALUE ZEROS.
014600
014700 77  WS-ITEM                     PIC 9(2)  COMP VALUE ZEROS.
014800 77  WS-ITEM-COUNT               PIC 9(2)  COMP VALUE 5.
014900 77  WS-AVG-SUB                  PIC 9(2)  COMP VALUE ZEROS.
015000 77  WS-AVG-MONTHS               PIC 9(2)       VALUE ZEROS.
015100 77  WS-BASE                     PIC 9(7)V9(2)  VALUE ZEROS.
015200 77  WS-DIFFERENCE               PIC S9(7)V9(2) VALUE ZEROS.
015300 77  WS-ABS-DIFFERENCE           PIC 9(7)V9(2)  VALUE ZEROS.
015400 77  WS-LIMIT                    PIC 9(7)V9(2)  VALUE ZEROS.
015500 77  WS-PERCENT                  PIC S9(9)V9    VALUE ZEROS.
015600 77  WS-MAX-PERCENT              PIC 9(4)V9     VALUE 9999,9.
015700
015800 77  WS-MAX-MOV-ENTRIES          PIC 9(3)  COMP VALUE 500.
015900 77  WS-MOV-USED                 PIC 9(3)  COMP VALUE ZEROS.
016000 77  WS-MOV-SUB                  PIC 9(3)  COMP VALUE ZEROS.
016100 77  WS-MAX-DEP-ENTRIES          PIC 9(3)  COMP VALUE 200.
016200 77  WS-DEP-USED                 PIC 9(3)  COMP VALUE ZEROS.
016300 77  WS-DEP-SUB                  PIC 9(3)  COMP VALUE ZEROS.
016400 77  WS-DEP-FOUND-SUB            PIC 9(3)  COMP VALUE ZEROS.
016500 77  WS-MAX-CC-ENTRIES           PIC 9(3)  COMP VALUE 100.
016600 77  WS-CC-USED                  PIC 9(3)  COMP VALUE ZEROS.
016700 77  WS-CC-SUB                   PIC 9(3)  COMP VALUE ZEROS.
016800 77  WS-CC-FOUND-SUB             PIC 9(3)  COMP VALUE ZEROS.
016900 77  WS-SEARCH-CC                PIC 9(4)       VALUE ZEROS.
017000
017100 77  WS-HINT-TEXT                PIC X(59)      VALUE SPACES.
017200 77  WS-HINT-POINTER             PIC 9(3)  COMP VALUE ZEROS.
017300 77  WS-HINT-CODES               PIC 9(3)  COMP VALUE ZEROS.
017400
017500 77  WS-COMPARED-COUNT           PIC 9(5)  COMP VALUE ZEROS.
017600 77  WS-FLAGGED-COUNT            PIC 9(5)  COMP VALUE ZEROS.
017700 77  WS-NEW-PAID-COUNT           PIC 9(5)  COMP VALUE ZEROS.
017800 77  WS-NOT-PAID-COUNT           PIC 9(5)  COMP VALUE ZEROS.
017900 77  WS-TOT-COUNT                PIC 9(5)  COMP VALUE ZEROS.
018000 77  WS-TOT-GROSS-CUR            PIC 9(9)V9(2)  VALUE ZEROS.
018100 77  WS-TOT-GROSS-PREV           PIC 9(9)V9(2)  VALUE ZEROS.
018200 77  WS-TOT-NET-CUR              PIC 9(9)V9(2)  VALUE ZEROS.
018300 77  WS-TOT-NET-PREV             PIC 9(9)V9(2)  VALUE ZEROS.
018400
018500 01  WS-COMPETENCIA.
018600     05  WS-COMP-YEAR             PIC 9(4)      VALUE ZEROS.
018700     05  WS-COMP-MONTH            PIC 9(2)      VALUE ZEROS.
018800
018900 01  WS-PREV-PERIOD.
019000     05  WS-PREV-YEAR             PIC 9(4)      VALUE ZEROS.
019100     05  WS-PREV-MONTH            PIC 9(2)      VALUE ZEROS.
019200
019300 01  WS-WORK-PERIOD.
019400     05  WS-WORK-YEAR             PIC 9(4)      VALUE ZEROS.
019500     05  WS-WORK-MONTH            PIC 9(2)      VALUE ZEROS.
019600
019700*    OS TRES MESES ANTERIORES A COMPETENCIA, DO MAIS RECENTE AO
019800*    MAIS ANTIGO; A MEDIA USA OS QUE TIVEREM FOLHA NO PAYHIST.
019900 01  WS-AVG-PERIOD-TABLE.
020000     05  WS-AVG-PERIOD            OCCURS 3 TIMES.
020100         10  WS-AVG-YEAR          PIC 9(4).
020200         10  WS-AVG-MONTH         PIC 9(2).
020300
020400 01  WS-DATE-WORK                PIC 9(8)       VALUE ZEROS.
020500 01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
020600     05  WS-DATE-PERIOD.
020700         10  WS-DATE-YEAR         PIC 9(4).
020800         10  WS-DATE-MONTH        PIC 9(2).
020900     05  WS-DATE-DAY              PIC 9(2).
021000
021100 01  WS-EDIT-DATE.
021200     05  WS-ED-DAY                PIC 99.
021300     05  FILLER                   PIC X(01) VALUE "/".
021400     05  WS-ED-MONTH              PIC 99.
021500     05  FILLER                   PIC X(01) VALUE "/".
021600     05  WS-ED-YEAR               PIC 9999.
021700
021800 01  WS-PCT-EDIT                 PIC -ZZZ9,9.
021900 01  WS-PCT-EDIT-X REDEFINES WS-PCT-EDIT
022000                                 PIC X(07).
022100
022200*    OS CINCO VALORES COMPARADOS, SEMPRE NA MESMA ORDEM: BRUTO,
022300*    INSS, IRRF, DESCONTOS E LIQUIDO.
022400 01  WS-ITEM-LABEL-VALUES.
022500     05  FILLER                   PIC X(10) VALUE "BRUTO".
022600     05  FILLER                   PIC X(10) VALUE "INSS".
022700     05  FILLER                   PIC X(10) VALUE "IRRF".
022800     05  FILLER                   PIC X(10) VALUE "DESCONTOS".
022900     05  FILLER                   PIC X(10) VALUE "LIQUIDO".
023000 01  WS-ITEM-LABEL-TABLE REDEFINES WS-ITEM-LABEL-VALUES.
023100     05  WS-ITEM-LABEL            PIC X(10) OCCURS 5 TIMES.
023200
023300 01  WS-HIST-TABLE.
023400     05  WS-HIST-VALUE            PIC 9(5)V9(2) OCCURS 5 TIMES.
023500 01  WS-CUR-TABLE.
023600     05  WS-CUR-VALUE             PIC 9(5)V9(2) OCCURS 5 TIMES.
023700 01  WS-PREV-TABLE.
023800     05  WS-PREV-VALUE            PIC 9(5)V9(2) OCCURS 5 TIMES.
023900 01  WS-SUM-TABLE.
024000     05  WS-SUM-VALUE             PIC 9(7)V9(2) OCCURS 5 TIMES.
024100 01  WS-AVG-TABLE.
024200     05  WS-AVG-VALUE             PIC 9(5)V9(2) OCCURS 5 TIMES.
024300*    "A" = FORA DA TOLERANCIA SOBRE O MES ANTERIOR, "M" = SOBRE A
024400*    MEDIA DOS ULTIMOS TRES MESES.
024500 01  WS-MARK-TABLE.
024600     05  WS-MARK-ENTRY            OCCURS 5 TIMES.
024700         10  WS-MARK-PREV         PIC X(01).
024800         10  WS-MARK-AVG          PIC X(01).
024900
025000*    MOVIMENTOS DA COMPETENCIA (MOVEMENT-FILE AINDA NAO TROCADO
025100*    PELO DO MES SEGUINTE), SO PARA O MOTIVO PROVAVEL.
025200 01  WS-MOVEMENT-TABLE.
025300     05  WS-MOV-ENTRY OCCURS 500 TIMES.
025400         10  WS-MOV-EMPLOYEE-ID   PIC 9(5).
025500         10  WS-MOV-CODE          PIC 9(3).
025600
025700*    ALTERACOES DE DEPENDENTES NO EMPLOYEE-LOG DATADAS NO MES
025800*    ANTERIOR OU NA COMPETENCIA.
025900 01  WS-DEP-CHANGE-TABLE.
026000     05  WS-DEP-ENTRY OCCURS 200 TIMES.
026100         10  WS-DEP-EMPLOYEE-ID   PIC 9(5).
026200         10  WS-DEP-OLD           PIC 9(2).
026300         10  WS-DEP-NEW           PIC 9(2).
026400         10  WS-DEP-DATE          PIC 9(8).
026500
026600*    TOTAIS POR CENTRO DE CUSTO.  CENTRO ZERO RECEBE OS
026700*    FUNCIONARIOS AINDA SEM CENTRO ATRIBUIDO.
026800 01  WS-CC-TABLE.
026900     05  WS-CC-ENTRY OCCURS 100 TIMES.
027000         10  WS-CC-CODE           PIC 9(4).
027100         10  WS-CC-COUNT          PIC 9(5)  COMP.
027200         10  WS-CC-AMOUNTS.
027300             15  WS-CC-GROSS-CUR  PIC 9(9)V9(2).
027400             15  WS-CC-GROSS-PREV PIC 9(9)V9(2).
027500             15  WS-CC-NET-CUR    PIC 9(9)V9(2).
027600             15  WS-CC-NET-PREV   PIC 9(9)V9(2).
027700
027800 01  WS-VAR-HEADER-LINE-1.
027900     05  FILLER                   PIC X(40)
028000         VALUE "EMPRESA EXEMPLO LTDA".
028100     05  FILLER                   PIC X(40)
028200         VALUE "RELATORIO DE VARIACAO DA FOLHA".
028300
028400 01  WS-VAR-HEADER-LINE-2.
028500     05  FILLER                   PIC X(13) VALUE "Competencia: ".
028600     05  VRH-MONTH                PIC 99.
028700     05  FILLER                   PIC X(01) VALUE "/".
028800     05  VRH-YEAR                 PIC 9999.
028900     05  FILLER                   PIC X(10) VALUE "  Origem: ".
029000     05  VRH-SOURCE               PIC X(06).
029100     05  FILLER                   PIC X(14)
029200         VALUE "  Tolerancia: ".
029300     05  VRH-TOLERANCE            PIC ZZ9,99.
029400     05  FILLER                   PIC X(01) VALUE "%".
029500     05  FILLER                   PIC X(10) VALUE "  Minimo: ".
029600     05  VRH-MINIMUM              PIC ZZ.ZZ9,99.
029700     05  FILLER                   PIC X(04) VALUE SPACES.
029800
029900 01  WS-VAR-HEADER-LINE-3.
030000     05  FILLER                   PIC X(10) VALUE "Anterior: ".
030100     05  VRH-PREV-MONTH           PIC 99.
030200     05  FILLER                   PIC X(01) VALUE "/".
030300     05  VRH-PREV-YEAR            PIC 9999.
030400     05  FILLER                   PIC X(09) VALUE "  Media: ".
030500     05  VRH-FIRST-MONTH          PIC 99.
030600     05  FILLER                   PIC X(01) VALUE "/".
030700     05  VRH-FIRST-YEAR           PIC 9999.
030800     05  FILLER                   PIC X(03) VALUE " a ".
030900     05  VRH-LAST-MONTH           PIC 99.
031000     05  FILLER                   PIC X(01) VALUE "/".
031100     05  VRH-LAST-YEAR            PIC 9999.
031200     05  FILLER                   PIC X(18)
031300         VALUE " (meses com folha)".
031400     05  FILLER                   PIC X(19) VALUE SPACES.
031500
031600 01  WS-VAR-TITLE-LINE           PIC X(80)      VALUE SPACES.
031700
031800 01  WS-VAR-COLUMN-LINE.
031900     05  FILLER                   PIC X(40)
032000         VALUE "  Valor          Atual   Anterior   Dife".
032100     05  FILLER                   PIC X(40)
032200         VALUE "renca  % Ant.      Media  % Med. A/M".
032300
032400 01  WS-VAR-EMPLOYEE-LINE.
032500     05  FILLER                   PIC X(07) VALUE "Pront: ".
032600     05  VRE-EMPLOYEE-ID          PIC ZZZZ9.
032700     05  FILLER                   PIC X(02) VALUE SPACES.
032800     05  VRE-NAME                 PIC X(20).
032900     05  FILLER                   PIC X(01) VALUE SPACE.
033000     05  VRE-LAST-NAME            PIC X(20).
033100     05  FILLER                   PIC X(08) VALUE "  C.C.: ".
033200     05  VRE-COST-CENTER          PIC 9999.
033300     05  FILLER                   PIC X(13) VALUE SPACES.
033400
033500 01  WS-VAR-VALUE-LINE.
033600     05  FILLER                   PIC X(02) VALUE SPACES.
033700     05  VRV-LABEL                PIC X(10).
033800     05  VRV-CURRENT              PIC ZZZ.ZZ9,99.
033900     05  FILLER                   PIC X(01) VALUE SPACE.
034000     05  VRV-PREVIOUS             PIC ZZZ.ZZ9,99.
034100     05  FILLER                   PIC X(01) VALUE SPACE.
034200     05  VRV-DIFFERENCE           PIC -ZZZ.ZZ9,99.
034300     05  FILLER                   PIC X(01) VALUE SPACE.
034400     05  VRV-PCT-PREV             PIC X(07).
034500     05  FILLER                   PIC X(01) VALUE SPACE.
034600     05  VRV-AVERAGE              PIC ZZZ.ZZ9,99.
034700     05  FILLER                   PIC X(01) VALUE SPACE.
034800     05  VRV-PCT-AVG              PIC X(07).
034900     05  FILLER                   PIC X(01) VALUE SPACE.
035000     05  VRV-MARK                 PIC X(02).
035100     05  FILLER                   PIC X(05) VALUE SPACES.
035200
035300 01  WS-VAR-HINT-LINE.
035400     05  FILLER                   PIC X(04) VALUE SPACES.
035500     05  FILLER                   PIC X(17)
035600         VALUE "Motivo provavel: ".
035700     05  VRM-TEXT                 PIC X(59).
035800
035900 01  WS-VAR-LIST-COLUMN-LINE.
036000     05  FILLER                   PIC X(40)
036100         VALUE "Pront Nome                 C.C.    Liqui".
036200     05  FILLER                   PIC X(40)
036300         VALUE "do Motivo provavel".
036400
036500 01  WS-VAR-LIST-LINE.
036600     05  VRL-EMPLOYEE-ID          PIC ZZZZ9.
036700     05  FILLER                   PIC X(01) VALUE SPACE.
036800     05  VRL-NAME                 PIC X(20).
036900     05  FILLER                   PIC X(01) VALUE SPACE.
037000     05  VRL-COST-CENTER          PIC 9999.
037100     05  FILLER                   PIC X(01) VALUE SPACE.
037200     05  VRL-NET                  PIC ZZZ.ZZ9,99.
037300     05  FILLER                   PIC X(01) VALUE SPACE.
037400     05  VRL-HINT                 PIC X(37).
037500
037600 01  WS-VAR-CC-COLUMN-LINE.
037700     05  FILLER                   PIC X(40)
037800         VALUE "C.C. Func   Bruto atual  Bruto anter.   ".
037900     05  FILLER                   PIC X(40)
038000         VALUE " Liq. atual   Liq. anter.  Dif. liquido".
038100
038200 01  WS-VAR-CC-LINE.
038300     05  VRC-COST-CENTER          PIC X(04).
038400     05  FILLER                   PIC X(01) VALUE SPACE.
038500     05  VRC-COUNT                PIC ZZZ9.
038600     05  FILLER                   PIC X(01) VALUE SPACE.
038700     05  VRC-GROSS-CUR            PIC ZZ.ZZZ.ZZ9,99.
038800     05  FILLER                   PIC X(01) VALUE SPACE.
038900     05  VRC-GROSS-PREV           PIC ZZ.ZZZ.ZZ9,99.
039000     05  FILLER                   PIC X(01) VALUE SPACE.
039100     05  VRC-NET-CUR              PIC ZZ.ZZZ.ZZ9,99.
039200     05  FILLER                   PIC X(01) VALUE SPACE.
039300     05  VRC-NET-PREV             PIC ZZ.ZZZ.ZZ9,99.
039400     05  FILLER                   PIC X(01) VALUE SPACE.
039500     05  VRC-NET-DIFFERENCE       PIC -Z.ZZZ.ZZ9,99.
039600     05  FILLER                   PIC X(01) VALUE SPACE.
039700
039800 01  WS-VAR-TOTAL-LINE.
039900     05  VRT-LABEL                PIC X(40).
040000     05  VRT-COUNT                PIC ZZZZ9.
040100     05  FILLER                   PIC X(35) VALUE SPACES.
040200
040300 PROCEDURE DIVISION.
040400     0000-MAINLINE.
040500
040600     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
040700     PERFORM 2000-COMPARE-EMPLOYEE THRU 2000-EXIT
040800         UNTIL WS-MASTER-EOF.
040900     MOVE "PAGOS NA COMPETENCIA E SEM FOLHA NO MES ANTERIOR"
041000         TO WS-VAR-TITLE-LINE.
041100     PERFORM 3000-START-LIST       THRU 3000-EXIT.
041200     PERFORM 3100-LIST-NEW-PAID    THRU 3100-EXIT
041300         UNTIL WS-MASTER-EOF.
041400     MOVE "COM FOLHA NO MES ANTERIOR E SEM PAGAMENTO NO MES"
041500         TO WS-VAR-TITLE-LINE.
041600     PERFORM 3000-START-LIST       THRU 3000-EXIT.
041700     PERFORM 3200-LIST-NOT-PAID    THRU 3200-EXIT
041800         UNTIL WS-MASTER-EOF.
041900     PERFORM 4000-PRINT-CC-TOTALS  THRU 4000-EXIT.
042000     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
042100
042200     STOP RUN.
042300
042400*--------------------------------------------------------------*
042500*  1000-INITIALIZE                                             *
042600*  THE VALUES OF THE COMPETENCIA COME FROM PAYHIST AFTER THE   *
042700*  BATCH RUN OR FROM PREVIA-DATA AFTER A PREVIA; A PREVIA IS   *
042800*  ONLY ACCEPTED FOR THE OPEN COMPETENCIA AND WHEN PREVIA-DATA *
042900*  WAS WRITTEN FOR IT.  MOVEMENT-FILE ONLY HINTS AT A REASON   *
043000*  WHILE THE NEXT COMPETENCIA HAS NOT BEEN OPENED.             *
043100*--------------------------------------------------------------*
043200     1000-INITIALIZE.
043300
043400     DISPLAY "RELATORIO DE VARIACAO DA FOLHA".
043500     DISPLAY "Mes da competencia (MM): "
043600     ACCEPT WS-COMP-MONTH.
043700     DISPLAY "Ano da competencia (AAAA): "
043800     ACCEPT WS-COMP-YEAR.
043900     IF WS-COMP-MONTH < 01 OR WS-COMP-MONTH > 12
044000         OR WS-COMP-YEAR < 1900
044100         DISPLAY "Competencia invalida: " WS-COMP-MONTH "/"
044200             WS-COMP-YEAR
044300         STOP RUN
044400     END-IF.
044500     DISPLAY "Origem - F folha calculada, P previa: "
044600     ACCEPT WS-SOURCE-OPTION.
044700     IF NOT WS-SOURCE-FOLHA AND NOT WS-SOURCE-PREVIA
044800         DISPLAY "Origem invalida: " WS-SOURCE-OPTION
044900         STOP RUN
045000     END-IF.
045100     DISPLAY "Tolerancia em % (999,99 - zero assume 10,00): "
045200     ACCEPT WS-TOLERANCE.
045300     IF WS-TOLERANCE = ZEROS
045400         MOVE WS-DEFAULT-TOLERANCE TO WS-TOLERANCE
045500     END-IF.
045600     DISPLAY "Diferenca minima em valor (99999,99 - zero para "
045700         "nenhuma): "
045800     ACCEPT WS-MINIMUM.
045900
046000     OPEN INPUT COMPETENCIA-FILE.
046100     IF NOT WS-COMP-FILE-FOUND
046200         DISPLAY "Arquivo de competencias ausente"
046300         STOP RUN
046400     END-IF.
046500     MOVE WS-COMPETENCIA TO COMP-PERIOD.
046600     READ COMPETENCIA-FILE
046700         INVALID KEY
046800             DISPLAY "Competencia inexistente: " WS-COMP-MONTH
046900                 "/" WS-COMP-YEAR
047000             CLOSE COMPETENCIA-FILE
047100             STOP RUN
047200     END-READ.
047300     IF WS-SOURCE-PREVIA AND NOT COMP-IS-OPEN
047400         DISPLAY "Previa so existe para a competencia aberta: "
047500             WS-COMP-MONTH "/" WS-COMP-YEAR
047600         CLOSE COMPETENCIA-FILE
047700         STOP RUN
047800     END-IF.
047900     MOVE WS-COMPETENCIA TO WS-WORK-PERIOD.
048000     PERFORM 8200-NEXT-MONTH THRU 8200-EXIT.
048100     MOVE WS-WORK-PERIOD TO COMP-PERIOD.
048200     READ COMPETENCIA-FILE
048300         INVALID KEY
048400             SET WS-MOVEMENTS-USABLE TO TRUE
048500     END-READ.
048600     CLOSE COMPETENCIA-FILE.
048700
048800     MOVE WS-COMPETENCIA TO WS-WORK-PERIOD.
048900     PERFORM 1100-SET-AVG-PERIOD THRU 1100-EXIT
049000         VARYING WS-AVG-SUB FROM 1 BY 1
049100         UNTIL WS-AVG-SUB > 3.
049200     MOVE WS-AVG-PERIOD (1) TO WS-PREV-PERIOD.
049300
049400     OPEN INPUT PAYROLL-HISTORY.
049500     IF NOT WS-HIST-FILE-FOUND
049600         DISPLAY "Historico de folha ausente"
049700         STOP RUN
049800     END-IF.
049900     IF WS-SOURCE-PREVIA
050000         PERFORM 1400-OPEN-PREVIA THRU 1400-EXIT
050100     END-IF.
050200     OPEN INPUT EMPLOYEE-MASTER.
050300     IF NOT WS-MASTER-FILE-FOUND
050400         DISPLAY "Cadastro de funcionarios ausente"
050500         CLOSE PAYROLL-HISTORY
050600         STOP RUN
050700     END-IF.
050800
050900     OPEN INPUT TAX-TABLE-FILE.
051000     IF WS-TAX-FILE-FOUND
051100         MOVE WS-COMPETENCIA TO TAX-VIGENCIA
051200         READ TAX-TABLE-FILE
051300             NOT INVALID KEY
051400                 SET WS-NEW-VIGENCIA TO TRUE
051500         END-READ
051600         CLOSE TAX-TABLE-FILE
051700     END-IF.
051710*    DISSDIF, ADIANTA E RECMOV SO ALIMENTAM AS PISTAS; SEM ELES
051715*    A PISTA NAO E DADA.
051720     OPEN INPUT DISSIDIO-FILE.
051725     IF WS-DISS-FILE-FOUND
051730         SET WS-DISS-IS-OPEN TO TRUE
051735     END-IF.
051740     OPEN INPUT ADIANTAMENTO-FILE.
051745     IF WS-ADTO-FILE-FOUND
051750         SET WS-ADTO-IS-OPEN TO TRUE
051755     END-IF.
051760     OPEN INPUT RECURRING-FILE.
051765     IF WS-REC-FILE-FOUND
051770         SET WS-REC-IS-OPEN TO TRUE
051775     END-IF.
051800     IF WS-MOVEMENTS-USABLE
051900         PERFORM 1200-LOAD-MOVEMENTS THRU 1200-EXIT
052000     END-IF.
052100     PERFORM 1300-LOAD-DEP-CHANGES THRU 1300-EXIT.
052200
052300     OPEN OUTPUT VARIACAO-REPORT.
052400     MOVE WS-VAR-HEADER-LINE-1 TO VARIACAO-LINE.
052500     WRITE VARIACAO-LINE.
052600     MOVE WS-COMP-MONTH TO VRH-MONTH.
052700     MOVE WS-COMP-YEAR  TO VRH-YEAR.
052800     IF WS-SOURCE-PREVIA
052900         MOVE "PREVIA" TO VRH-SOURCE
053000     ELSE
053100         MOVE "FOLHA"  TO VRH-SOURCE
053200     END-IF.
053300     MOVE WS-TOLERANCE  TO VRH-TOLERANCE.
053400     MOVE WS-MINIMUM    TO VRH-MINIMUM.
053500     MOVE WS-VAR-HEADER-LINE-2 TO VARIACAO-LINE.
053600     WRITE VARIACAO-LINE.
053700     MOVE WS-PREV-MONTH      TO VRH-PREV-MONTH.
053800     MOVE WS-PREV-YEAR       TO VRH-PREV-YEAR.
053900     MOVE WS-AVG-MONTH (3)   TO VRH-FIRST-MONTH.
054000     MOVE WS-AVG-YEAR (3)    TO VRH-FIRST-YEAR.
054100     MOVE WS-AVG-MONTH (1)   TO VRH-LAST-MONTH.
054200     MOVE WS-AVG-YEAR (1)    TO VRH-LAST-YEAR.
054300     MOVE WS-VAR-HEADER-LINE-3 TO VARIACAO-LINE.
054400     WRITE VARIACAO-LINE.
054500     IF WS-NEW-VIGENCIA
054600         MOVE "Nova vigencia das tabelas INSS/IRRF neste mes"
054700             TO VARIACAO-LINE
054800         WRITE VARIACAO-LINE
054900     END-IF.
055000     IF NOT WS-MOVEMENTS-USABLE
055100         MOVE "Sem motivo por movimento - MOVEMENT-FILE trocado"
055200             TO VARIACAO-LINE
055300         WRITE VARIACAO-LINE
055400     END-IF.
055500     MOVE SPACES TO VARIACAO-LINE.
055600     WRITE VARIACAO-LINE.
055700     MOVE "VARIACOES FORA DA TOLERANCIA - A ANTERIOR, M MEDIA"
055800         TO VARIACAO-LINE.
055900     WRITE VARIACAO-LINE.
056000     MOVE WS-VAR-COLUMN-LINE TO VARIACAO-LINE.
056100     WRITE VARIACAO-LINE.
056200
056300     MOVE ZEROS TO EMPMST-ID.
056400     START EMPLOYEE-MASTER KEY NOT < EMPMST-ID
056500         INVALID KEY
056600             MOVE "10" TO WS-MASTER-STATUS
056700     END-START.
056800
056900     1000-EXIT.
057000         EXIT.
057100
057200*--------------------------------------------------------------*
057300*  1100-SET-AVG-PERIOD                                         *
057400*--------------------------------------------------------------*
057500     1100-SET-AVG-PERIOD.
057600
057700     PERFORM 8100-PREVIOUS-MONTH THRU 8100-EXIT.
057800     MOVE WS-WORK-PERIOD TO WS-AVG-PERIOD (WS-AVG-SUB).
057900
058000     1100-EXIT.
058100         EXIT.
058200
058300*--------------------------------------------------------------*
058400*  1200-LOAD-MOVEMENTS                                         *
058500*  NO MOVEMENT-FILE MEANS A COMPETENCIA WITHOUT MOVEMENTS.     *
058600*--------------------------------------------------------------*
058700     1200-LOAD-MOVEMENTS.
058800
058900     OPEN INPUT MOVEMENT-FILE.
059000     IF NOT WS-MOVEMENT-FILE-FOUND
059100         GO TO 1200-EXIT
059200     END-IF.
059300     PERFORM 1210-LOAD-ONE-MOVEMENT THRU 1210-EXIT
059400         UNTIL WS-MOVEMENT-EOF.
059500     CLOSE MOVEMENT-FILE.
059600
059700     1200-EXIT.
059800         EXIT.
059900
060000*--------------------------------------------------------------*
060100*  1210-LOAD-ONE-MOVEMENT                                      *
060200*--------------------------------------------------------------*
060300     1210-LOAD-ONE-MOVEMENT.
060400
060500     READ MOVEMENT-FILE
060600         AT END GO TO 1210-EXIT
060700     END-READ.
060800     IF WS-MOV-USED NOT < WS-MAX-MOV-ENTRIES
060900         DISPLAY "Tabela de movimentos cheia - "
061000             "motivos incompletos"
061100         MOVE "10" TO WS-MOVEMENT-STATUS
061200         GO TO 1210-EXIT
061300     END-IF.
061400     ADD 1 TO WS-MOV-USED.
061500     MOVE MV-EMPLOYEE-ID TO WS-MOV-EMPLOYEE-ID (WS-MOV-USED).
061600     MOVE MV-CODE        TO WS-MOV-CODE (WS-MOV-USED).
061700
061800     1210-EXIT.
061900         EXIT.
062000
062100*--------------------------------------------------------------*
062200*  1300-LOAD-DEP-CHANGES                                       *
062300*  ONLY A CHANGE OF THE NUMBER OF DEPENDENTS DATED IN THE      *
062400*  PREVIOUS MONTH OR IN THE COMPETENCIA CAN EXPLAIN THE IRRF   *
062500*  MOVING BETWEEN THE TWO FOLHAS.                              *
062600*--------------------------------------------------------------*
062700     1300-LOAD-DEP-CHANGES.
062800
062900     OPEN INPUT EMPLOYEE-LOG.
063000     IF NOT WS-LOG-FILE-FOUND
063100         GO TO 1300-EXIT
063200     END-IF.
063300     PERFORM 1310-LOAD-ONE-LOG THRU 1310-EXIT
063400         UNTIL WS-LOG-EOF.
063500     CLOSE EMPLOYEE-LOG.
063600
063700     1300-EXIT.
063800         EXIT.
063900
064000*--------------------------------------------------------------*
064100*  1310-LOAD-ONE-LOG                                           *
064200*--------------------------------------------------------------*
064300     1310-LOAD-ONE-LOG.
064400
064500     READ EMPLOYEE-LOG
064600         AT END GO TO 1310-EXIT
064700     END-READ.
064800     IF NOT EMPLOG-CHANGE
064900         OR EMPLOG-OLD-DEPENDENTS = EMPLOG-NEW-DEPENDENTS
065000         GO TO 1310-EXIT
065100     END-IF.
065200     MOVE EMPLOG-DATE TO WS-DATE-WORK.
065300     IF WS-DATE-PERIOD < WS-PREV-PERIOD
065400         OR WS-DATE-PERIOD > WS-COMPETENCIA
065500         GO TO 1310-EXIT
065600     END-IF.
065700     IF WS-DEP-USED NOT < WS-MAX-DEP-ENTRIES
065800         DISPLAY "Tabela de dependentes cheia - "
065900             "motivos incompletos"
066000         MOVE "10" TO WS-LOG-STATUS
066100         GO TO 1310-EXIT
066200     END-IF.
066300     ADD 1 TO WS-DEP-USED.
066400     MOVE EMPLOG-EMPLOYEE-ID
066500         TO WS-DEP-EMPLOYEE-ID (WS-DEP-USED).
066600     MOVE EMPLOG-OLD-DEPENDENTS TO WS-DEP-OLD (WS-DEP-USED).
066700     MOVE EMPLOG-NEW-DEPENDENTS TO WS-DEP-NEW (WS-DEP-USED).
066800     MOVE EMPLOG-DATE           TO WS-DEP-DATE (WS-DEP-USED).
066900
067000     1310-EXIT.
067100         EXIT.
067200
067300*--------------------------------------------------------------*
067400*  1400-OPEN-PREVIA                                            *
067500*  EVERY PREVIA REBUILDS PREVIA-DATA, SO ITS FIRST RECORD SAYS *
067600*  WHICH COMPETENCIA IT HOLDS.                                 *
067700*--------------------------------------------------------------*
067800     1400-OPEN-PREVIA.
067900
068000     OPEN INPUT PREVIA-DATA-FILE.
068100     IF NOT WS-PVR-FILE-FOUND
068200         DISPLAY "Arquivo da previa ausente - rode a previa antes"
068300         CLOSE PAYROLL-HISTORY
068400         STOP RUN
068500     END-IF.
068600     MOVE ZEROS TO PVR-EMPLOYEE-ID.
068700     START PREVIA-DATA-FILE KEY NOT < PVR-EMPLOYEE-ID
068800         INVALID KEY
068900             MOVE ZEROS TO PVR-PERIOD
069000     END-START.
069100     IF WS-PVR-FILE-FOUND
069200         READ PREVIA-DATA-FILE NEXT RECORD
069300             AT END
069400                 MOVE ZEROS TO PVR-PERIOD
069500         END-READ
069600     END-IF.
069700     IF PVR-PERIOD NOT = WS-COMPETENCIA
069800         DISPLAY "Previa gravada nao e da competencia "
069900             WS-COMP-MONTH "/" WS-COMP-YEAR
070000             " - rode a previa antes"
070100         CLOSE PREVIA-DATA-FILE
070200         CLOSE PAYROLL-HISTORY
070300         STOP RUN
070400     END-IF.
070500
070600     1400-EXIT.
070700         EXIT.
070800
070900*--------------------------------------------------------------*
071000*  2000-COMPARE-EMPLOYEE                                       *
071100*  EVERY EMPLOYEE PAID IN EITHER MONTH GOES TO THE CENTRO DE   *
071200*  CUSTO TOTALS; ONLY THOSE PAID IN BOTH ARE COMPARED HERE -   *
071300*  THE OTHERS ARE LISTED BY 3100 AND 3200.                     *
071400*--------------------------------------------------------------*
071500     2000-COMPARE-EMPLOYEE.
071600
071700     READ EMPLOYEE-MASTER NEXT RECORD
071800         AT END GO TO 2000-EXIT
071900     END-READ.
072000
072100     PERFORM 2100-READ-CURRENT  THRU 2100-EXIT.
072200     PERFORM 2200-READ-PREVIOUS THRU 2200-EXIT.
072300     IF NOT WS-CUR-FOUND AND NOT WS-PREV-FOUND
072400         GO TO 2000-EXIT
072500     END-IF.
072600     PERFORM 2700-ADD-CC-TOTALS THRU 2700-EXIT.
072700     IF NOT WS-CUR-FOUND OR NOT WS-PREV-FOUND
072800         GO TO 2000-EXIT
072900     END-IF.
073000     ADD 1 TO WS-COMPARED-COUNT.
073100
073200     PERFORM 2300-COMPUTE-AVERAGE THRU 2300-EXIT.
073300     MOVE "N" TO WS-FLAG-SWITCH.
073400     PERFORM 2400-CHECK-ITEM THRU 2400-EXIT
073500         VARYING WS-ITEM FROM 1 BY 1
073600         UNTIL WS-ITEM > WS-ITEM-COUNT.
073700     IF NOT WS-EMP-FLAGGED
073800         GO TO 2000-EXIT
073900     END-IF.
074000     ADD 1 TO WS-FLAGGED-COUNT.
074100
074200     PERFORM 2500-PRINT-VARIATION THRU 2500-EXIT.
074300     PERFORM 2600-PRINT-HINTS     THRU 2600-EXIT.
074400
074500     2000-EXIT.
074600         EXIT.
074700
074800*--------------------------------------------------------------*
074900*  2100-READ-CURRENT                                           *
075000*--------------------------------------------------------------*
075100     2100-READ-CURRENT.
075200
075300     MOVE "N"   TO WS-CUR-FOUND-SWITCH.
075400     MOVE ZEROS TO WS-CUR-TABLE.
075500     IF WS-SOURCE-PREVIA
075600         MOVE EMPMST-ID TO PVR-EMPLOYEE-ID
075700         READ PREVIA-DATA-FILE
075800             INVALID KEY
075900                 GO TO 2100-EXIT
076000         END-READ
076100         MOVE PVR-GROSS      TO WS-CUR-VALUE (1)
076200         MOVE PVR-INSS       TO WS-CUR-VALUE (2)
076300         MOVE PVR-IRRF       TO WS-CUR-VALUE (3)
076400         MOVE PVR-DEDUCTIONS TO WS-CUR-VALUE (4)
076500         MOVE PVR-NET        TO WS-CUR-VALUE (5)
076600         SET WS-CUR-FOUND TO TRUE
076700         GO TO 2100-EXIT
076800     END-IF.
076900
077000     MOVE WS-COMPETENCIA TO WS-WORK-PERIOD.
077100     PERFORM 2150-READ-HISTORY THRU 2150-EXIT.
077200     IF WS-HIST-READ-OK
077300         MOVE WS-HIST-TABLE TO WS-CUR-TABLE
077400         SET WS-CUR-FOUND TO TRUE
077500     END-IF.
077600
077700     2100-EXIT.
077800         EXIT.
077900
078000*--------------------------------------------------------------*
078100*  2150-READ-HISTORY                                           *
078200*  THE FIVE VALUES OF THE MONTHLY FOLHA OF WS-WORK-PERIOD.     *
078300*--------------------------------------------------------------*
078400     2150-READ-HISTORY.
078500
078600     MOVE "N"   TO WS-HIST-READ-SWITCH.
078700     MOVE ZEROS TO WS-HIST-TABLE.
078800     MOVE EMPMST-ID     TO HIST-EMPLOYEE-ID.
078900     MOVE WS-WORK-YEAR  TO HIST-YEAR.
079000     MOVE WS-WORK-MONTH TO HIST-MONTH.
079100     READ PAYROLL-HISTORY
079200         INVALID KEY
079300             GO TO 2150-EXIT
079400     END-READ.
079500     MOVE HIST-SALARY-GROSS     TO WS-HIST-VALUE (1).
079600     MOVE HIST-INSS-DEDUCTION   TO WS-HIST-VALUE (2).
079700     MOVE HIST-IRRF-DEDUCTION   TO WS-HIST-VALUE (3).
079800     MOVE HIST-OTHER-DEDUCTIONS TO WS-HIST-VALUE (4).
079900     MOVE HIST-SALARY-NET       TO WS-HIST-VALUE (5).
080000     SET WS-HIST-READ-OK TO TRUE.
080100
080200     2150-EXIT.
080300         EXIT.
080400
080500*--------------------------------------------------------------*
080600*  2200-READ-PREVIOUS                                          *
080700*--------------------------------------------------------------*
080800     2200-READ-PREVIOUS.
080900
081000     MOVE "N"   TO WS-PREV-FOUND-SWITCH.
081100     MOVE ZEROS TO WS-PREV-TABLE.
081200     MOVE WS-PREV-PERIOD TO WS-WORK-PERIOD.
081300     PERFORM 2150-READ-HISTORY THRU 2150-EXIT.
081400     IF WS-HIST-READ-OK
081500         MOVE WS-HIST-TABLE TO WS-PREV-TABLE
081600         SET WS-PREV-FOUND TO TRUE
081700     END-IF.
081800
081900     2200-EXIT.
082000         EXIT.
082100
082200*--------------------------------------------------------------*
082300*  2300-COMPUTE-AVERAGE                                        *
082400*  AVERAGE OF THE LAST THREE MONTHS THAT HAVE A FOLHA ON       *
082500*  PAYHIST - AT LEAST THE PREVIOUS ONE, ALREADY FOUND.         *
082600*--------------------------------------------------------------*
082700     2300-COMPUTE-AVERAGE.
082800
082900     MOVE ZEROS TO WS-SUM-TABLE.
083000     MOVE ZEROS TO WS-AVG-MONTHS.
083100     PERFORM 2310-ADD-AVG-MONTH THRU 2310-EXIT
083200         VARYING WS-AVG-SUB FROM 1 BY 1
083300         UNTIL WS-AVG-SUB > 3.
083400     PERFORM 2330-SET-AVERAGE THRU 2330-EXIT
083500         VARYING WS-ITEM FROM 1 BY 1
083600         UNTIL WS-ITEM > WS-ITEM-COUNT.
083700
083800     2300-EXIT.
083900         EXIT.
084000
084100*--------------------------------------------------------------*
084200*  2310-ADD-AVG-MONTH                                          *
084300*--------------------------------------------------------------*
084400     2310-ADD-AVG-MONTH.
084500
084600     MOVE WS-AVG-PERIOD (WS-AVG-SUB) TO WS-WORK-PERIOD.
084700     PERFORM 2150-READ-HISTORY THRU 2150-EXIT.
084800     IF NOT WS-HIST-READ-OK
084900         GO TO 2310-EXIT
085000     END-IF.
085100     ADD 1 TO WS-AVG-MONTHS.
085200     PERFORM 2320-ADD-AVG-ITEM THRU 2320-EXIT
085300         VARYING WS-ITEM FROM 1 BY 1
085400         UNTIL WS-ITEM > WS-ITEM-COUNT.
085500
085600     2310-EXIT.
085700         EXIT.
085800
085900*--------------------------------------------------------------*
086000*  2320-ADD-AVG-ITEM                                           *
086100*--------------------------------------------------------------*
086200     2320-ADD-AVG-ITEM.
086300
086400     ADD WS-HIST-VALUE (WS-ITEM) TO WS-SUM-VALUE (WS-ITEM).
086500
086600     2320-EXIT.
086700         EXIT.
086800
086900*--------------------------------------------------------------*
087000*  2330-SET-AVERAGE                                            *
087100*--------------------------------------------------------------*
087200     2330-SET-AVERAGE.
087300
087400     DIVIDE WS-SUM-VALUE (WS-ITEM) BY WS-AVG-MONTHS
087500         GIVING WS-AVG-VALUE (WS-ITEM) ROUNDED.
087600
087700     2330-EXIT.
087800         EXIT.
087900
088000*--------------------------------------------------------------*
088100*  2400-CHECK-ITEM                                             *
088200*  ONE VALUE AGAINST THE PREVIOUS MONTH AND AGAINST THE        *
088300*  AVERAGE.                                                    *
088400*--------------------------------------------------------------*
088500     2400-CHECK-ITEM.
088600
088700     MOVE SPACES TO WS-MARK-ENTRY (WS-ITEM).
088800     MOVE WS-PREV-VALUE (WS-ITEM) TO WS-BASE.
088900     PERFORM 2450-CHECK-LIMIT THRU 2450-EXIT.
089000     IF WS-OVER-LIMIT
089100         MOVE "A" TO WS-MARK-PREV (WS-ITEM)
089200     END-IF.
089300     MOVE WS-AVG-VALUE (WS-ITEM) TO WS-BASE.
089400     PERFORM 2450-CHECK-LIMIT THRU 2450-EXIT.
089500     IF WS-OVER-LIMIT
089600         MOVE "M" TO WS-MARK-AVG (WS-ITEM)
089700     END-IF.
089800     IF WS-MARK-ENTRY (WS-ITEM) NOT = SPACES
089900         SET WS-EMP-FLAGGED TO TRUE
090000     END-IF.
090100
090200     2400-EXIT.
090300         EXIT.
090400
090500*--------------------------------------------------------------*
090600*  2450-CHECK-LIMIT                                            *
090700*  OUT OF TOLERANCE WHEN THE CHANGE EXCEEDS THE PERCENTAGE OF  *
090800*  WS-BASE AND IS NOT BELOW THE MINIMUM AMOUNT.  A VALUE THAT  *
090900*  APPEARS FROM ZERO IS ALWAYS OUT.                            *
091000*--------------------------------------------------------------*
091100     2450-CHECK-LIMIT.
091200
091300     MOVE "N" TO WS-LIMIT-SWITCH.
091400     COMPUTE WS-DIFFERENCE = WS-CUR-VALUE (WS-ITEM) - WS-BASE.
091500     IF WS-DIFFERENCE < ZEROS
091600         COMPUTE WS-ABS-DIFFERENCE = ZEROS - WS-DIFFERENCE
091700     ELSE
091800         MOVE WS-DIFFERENCE TO WS-ABS-DIFFERENCE
091900     END-IF.
092000     IF WS-ABS-DIFFERENCE = ZEROS
092100         OR WS-ABS-DIFFERENCE < WS-MINIMUM
092200         GO TO 2450-EXIT
092300     END-IF.
092400     COMPUTE WS-LIMIT ROUNDED = WS-BASE * WS-TOLERANCE / 100.
092500     IF WS-ABS-DIFFERENCE > WS-LIMIT
092600         SET WS-OVER-LIMIT TO TRUE
092700     END-IF.
092800
092900     2450-EXIT.
093000         EXIT.
093100
093200*--------------------------------------------------------------*
093300*  2500-PRINT-VARIATION                                        *
093400*--------------------------------------------------------------*
093500     2500-PRINT-VARIATION.
093600
093700     MOVE SPACES TO VARIACAO-LINE.
093800     WRITE VARIACAO-LINE.
093900     MOVE EMPMST-ID          TO VRE-EMPLOYEE-ID.
094000     MOVE EMPMST-NAME        TO VRE-NAME.
094100     MOVE EMPMST-LAST-NAME   TO VRE-LAST-NAME.
094200     MOVE EMPMST-COST-CENTER TO VRE-COST-CENTER.
094300     MOVE WS-VAR-EMPLOYEE-LINE TO VARIACAO-LINE.
094400     WRITE VARIACAO-LINE.
094500     PERFORM 2550-PRINT-VALUE-LINE THRU 2550-EXIT
094600         VARYING WS-ITEM FROM 1 BY 1
094700         UNTIL WS-ITEM > WS-ITEM-COUNT.
094800
094900     2500-EXIT.
095000         EXIT.
095100
095200*--------------------------------------------------------------*
095300*  2550-PRINT-VALUE-LINE                                       *
095400*--------------------------------------------------------------*
095500     2550-PRINT-VALUE-LINE.
095600
095700     MOVE WS-ITEM-LABEL (WS-ITEM) TO VRV-LABEL.
095800     MOVE WS-CUR-VALUE (WS-ITEM)  TO VRV-CURRENT.
095900     MOVE WS-PREV-VALUE (WS-ITEM) TO VRV-PREVIOUS.
096000     MOVE WS-AVG-VALUE (WS-ITEM)  TO VRV-AVERAGE.
096100     COMPUTE VRV-DIFFERENCE =
096200         WS-CUR-VALUE (WS-ITEM) - WS-PREV-VALUE (WS-ITEM).
096300     MOVE WS-PREV-VALUE (WS-ITEM) TO WS-BASE.
096400     PERFORM 2560-EDIT-PERCENT THRU 2560-EXIT.
096500     MOVE WS-PCT-EDIT-X TO VRV-PCT-PREV.
096600     MOVE WS-AVG-VALUE (WS-ITEM) TO WS-BASE.
096700     PERFORM 2560-EDIT-PERCENT THRU 2560-EXIT.
096800     MOVE WS-PCT-EDIT-X TO VRV-PCT-AVG.
096900     MOVE WS-MARK-ENTRY (WS-ITEM) TO VRV-MARK.
097000     MOVE WS-VAR-VALUE-LINE TO VARIACAO-LINE.
097100     WRITE VARIACAO-LINE.
097200
097300     2550-EXIT.
097400         EXIT.
097500
097600*--------------------------------------------------------------*
097700*  2560-EDIT-PERCENT                                           *
097800*  CHANGE OF THE CURRENT VALUE AS A PERCENTAGE OF WS-BASE,     *
097900*  "NOVO" WHEN THE BASE IS ZERO.                               *
098000*--------------------------------------------------------------*
098100     2560-EDIT-PERCENT.
098200
098300     IF WS-BASE = ZEROS
098400         IF WS-CUR-VALUE (WS-ITEM) > ZEROS
098500             MOVE "   NOVO" TO WS-PCT-EDIT-X
098600         ELSE
098700             MOVE ZEROS TO WS-PCT-EDIT
098800         END-IF
098900         GO TO 2560-EXIT
099000     END-IF.
099100     COMPUTE WS-PERCENT ROUNDED =
099200         (WS-CUR-VALUE (WS-ITEM) - WS-BASE) * 100 / WS-BASE.
099300     IF WS-PERCENT > WS-MAX-PERCENT
099400         MOVE WS-MAX-PERCENT TO WS-PERCENT
099500     END-IF.
099600     MOVE WS-PERCENT TO WS-PCT-EDIT.
099700
099800     2560-EXIT.
099900         EXIT.
100000
100100*--------------------------------------------------------------*
100200*  2600-PRINT-HINTS                                            *
100300*  WHAT THE DATA SHOWS ABOUT THE CHANGE: THE MOVEMENT CODES OF *
100400*  THE COMPETENCIA, A CHANGE OF DEPENDENTS, A NEW VIGENCIA OF  *
100500*  THE INSS/IRRF TABLES WHEN THOSE VALUES MOVED, DIFERENCAS DE *
100510*  DISSIDIO PAID, AN ADIANTAMENTO DISCOUNTED AND RECURRING     *
100520*  DEDUCTIONS STARTED IN THE COMPETENCIA.                      *
100600*--------------------------------------------------------------*
100700     2600-PRINT-HINTS.
100800
100900     MOVE "N" TO WS-HINT-SWITCH.
101000
101100     MOVE "MOVIMENTOS LANCADOS NA COMPETENCIA:" TO WS-HINT-TEXT.
101200     MOVE 36    TO WS-HINT-POINTER.
101300     MOVE ZEROS TO WS-HINT-CODES.
101400     PERFORM 2610-ADD-MOVEMENT-CODE THRU 2610-EXIT
101500         VARYING WS-MOV-SUB FROM 1 BY 1
101600         UNTIL WS-MOV-SUB > WS-MOV-USED.
101700     IF WS-HINT-CODES > ZEROS
101800         PERFORM 2690-WRITE-HINT THRU 2690-EXIT
101900     END-IF.
102000
102100     MOVE ZEROS TO WS-DEP-FOUND-SUB.
102200     PERFORM 2620-FIND-DEP-CHANGE THRU 2620-EXIT
102300         VARYING WS-DEP-SUB FROM 1 BY 1
102400         UNTIL WS-DEP-SUB > WS-DEP-USED.
102500     IF WS-DEP-FOUND-SUB > ZEROS
102600         MOVE WS-DEP-DATE (WS-DEP-FOUND-SUB) TO WS-DATE-WORK
102700         PERFORM 8300-EDIT-DATE THRU 8300-EXIT
102800         MOVE SPACES TO WS-HINT-TEXT
102900         STRING "DEPENDENTES ALTERADOS DE "
103000                WS-DEP-OLD (WS-DEP-FOUND-SUB)
103100                " PARA "
103200                WS-DEP-NEW (WS-DEP-FOUND-SUB)
103300                " EM "
103400                WS-EDIT-DATE
103500             DELIMITED BY SIZE INTO WS-HINT-TEXT
103600         END-STRING
103700         PERFORM 2690-WRITE-HINT THRU 2690-EXIT
103800     END-IF.
103900
104000     IF WS-NEW-VIGENCIA
104100         AND (WS-MARK-ENTRY (2) NOT = SPACES
104200             OR WS-MARK-ENTRY (3) NOT = SPACES)
104300         MOVE "NOVA VIGENCIA DAS TABELAS INSS/IRRF NESTE MES"
104400             TO WS-HINT-TEXT
104500         PERFORM 2690-WRITE-HINT THRU 2690-EXIT
104600     END-IF.
104700
104705     IF WS-DISS-IS-OPEN
104710         PERFORM 2630-CHECK-DISSIDIO THRU 2630-EXIT
104715     END-IF.
104720     IF WS-ADTO-IS-OPEN
104725         PERFORM 2640-CHECK-ADIANTAMENTO THRU 2640-EXIT
104730     END-IF.
104735     IF WS-REC-IS-OPEN
104740         PERFORM 2650-CHECK-RECURRING THRU 2650-EXIT
104745     END-IF.
104750
104800     IF NOT WS-HINT-GIVEN
104900         MOVE "NENHUM NOS DADOS - CONFERIR O CALCULO"
105000             TO WS-HINT-TEXT
105100         PERFORM 2690-WRITE-HINT THRU 2690-EXIT
105200     END-IF.
105300
105400     2600-EXIT.
105500         EXIT.
105600
105700*--------------------------------------------------------------*
105800*  2610-ADD-MOVEMENT-CODE                                      *
105900*  AS MANY CODES AS FIT ON THE LINE.                           *
106000*--------------------------------------------------------------*
106100     2610-ADD-MOVEMENT-CODE.
106200
106300     IF WS-MOV-EMPLOYEE-ID (WS-MOV-SUB) NOT = EMPMST-ID
106400         OR WS-HINT-POINTER > 56
106500         GO TO 2610-EXIT
106600     END-IF.
106700     STRING " " WS-MOV-CODE (WS-MOV-SUB)
106800         DELIMITED BY SIZE INTO WS-HINT-TEXT
106900         WITH POINTER WS-HINT-POINTER
107000     END-STRING.
107100     ADD 1 TO WS-HINT-CODES.
107200
107300     2610-EXIT.
107400         EXIT.
107500
107600*--------------------------------------------------------------*
107700*  2620-FIND-DEP-CHANGE                                        *
107800*  THE LAST CHANGE LOGGED FOR THE EMPLOYEE WINS.               *
107900*--------------------------------------------------------------*
108000     2620-FIND-DEP-CHANGE.
108100
108200     IF WS-DEP-EMPLOYEE-ID (WS-DEP-SUB) = EMPMST-ID
108300         MOVE WS-DEP-SUB TO WS-DEP-FOUND-SUB
108400     END-IF.
108500
108600     2620-EXIT.
108700         EXIT.
108800
108801*--------------------------------------------------------------*
108802*  2630-CHECK-DISSIDIO                                         *
108803*  DIFERENCAS DE DISSIDIO OF THE COMPETENCIA, OR AN EARLIER    *
108804*  ONE CARRIED FORWARD AND PAID IN IT (CODE 203).              *
108805*--------------------------------------------------------------*
108806     2630-CHECK-DISSIDIO.
108807
108808     MOVE "N"       TO WS-SCAN-END-SWITCH.
108809     MOVE "N"       TO WS-DISS-HINT-SWITCH.
108810     MOVE EMPMST-ID TO DD-EMPLOYEE-ID.
108811     MOVE ZEROS     TO DD-PERIODS.
108812     START DISSIDIO-FILE KEY NOT < DD-KEY
108813         INVALID KEY
108814             GO TO 2630-EXIT
108815     END-START.
108816     PERFORM 2635-CHECK-ONE-DIFFERENCE THRU 2635-EXIT
108817         UNTIL WS-SCAN-END.
108818     IF WS-DISS-HINT
108819         MOVE "DIFERENCAS DE DISSIDIO (203) NA COMPETENCIA"
108820             TO WS-HINT-TEXT
108821         PERFORM 2690-WRITE-HINT THRU 2690-EXIT
108822     END-IF.
108823
108824     2630-EXIT.
108825         EXIT.
108826
108827*--------------------------------------------------------------*
108828*  2635-CHECK-ONE-DIFFERENCE                                   *
108829*--------------------------------------------------------------*
108830     2635-CHECK-ONE-DIFFERENCE.
108831
108832     READ DISSIDIO-FILE NEXT
108833         AT END
108834             SET WS-SCAN-END TO TRUE
108835             GO TO 2635-EXIT
108836     END-READ.
108837     IF DD-EMPLOYEE-ID NOT = EMPMST-ID
108838         SET WS-SCAN-END TO TRUE
108839         GO TO 2635-EXIT
108840     END-IF.
108841     IF DD-PAY-PERIOD = WS-COMPETENCIA
108842         OR (DD-PAID
108843             AND DD-PAID-PERIOD = WS-COMPETENCIA)
108844         SET WS-DISS-HINT TO TRUE
108845         SET WS-SCAN-END  TO TRUE
108846     END-IF.
108847
108848     2635-EXIT.
108849         EXIT.
108850
108851*--------------------------------------------------------------*
108852*  2640-CHECK-ADIANTAMENTO                                     *
108853*  AN ADIANTAMENTO OF THE COMPETENCIA, OR AN EARLIER ONE       *
108854*  CARRIED FORWARD AND DISCOUNTED IN IT (CODE 101).            *
108855*--------------------------------------------------------------*
108856     2640-CHECK-ADIANTAMENTO.
108857
108858     MOVE "N"       TO WS-SCAN-END-SWITCH.
108859     MOVE "N"       TO WS-ADTO-HINT-SWITCH.
108860     MOVE EMPMST-ID TO ADT-EMPLOYEE-ID.
108861     MOVE ZEROS     TO ADT-PERIOD.
108862     START ADIANTAMENTO-FILE KEY NOT < ADT-KEY
108863         INVALID KEY
108864             GO TO 2640-EXIT
108865     END-START.
108866     PERFORM 2645-CHECK-ONE-ADIANTAMENTO THRU 2645-EXIT
108867         UNTIL WS-SCAN-END.
108868     IF WS-ADTO-HINT
108869         MOVE "ADIANTAMENTO SALARIAL (101) NA COMPETENCIA"
108870             TO WS-HINT-TEXT
108871         PERFORM 2690-WRITE-HINT THRU 2690-EXIT
108872     END-IF.
108873
108874     2640-EXIT.
108875         EXIT.
108876
108877*--------------------------------------------------------------*
108878*  2645-CHECK-ONE-ADIANTAMENTO                                 *
108879*--------------------------------------------------------------*
108880     2645-CHECK-ONE-ADIANTAMENTO.
108881
108882     READ ADIANTAMENTO-FILE NEXT
108883         AT END
108884             SET WS-SCAN-END TO TRUE
108885             GO TO 2645-EXIT
108886     END-READ.
108887     IF ADT-EMPLOYEE-ID NOT = EMPMST-ID
108888         SET WS-SCAN-END TO TRUE
108889         GO TO 2645-EXIT
108890     END-IF.
108891     IF ADT-PERIOD = WS-COMPETENCIA
108892         OR (ADT-DISCOUNTED
108893             AND ADT-DISCOUNT-PERIOD = WS-COMPETENCIA)
108894         SET WS-ADTO-HINT TO TRUE
108895         SET WS-SCAN-END  TO TRUE
108896     END-IF.
108897
108898     2645-EXIT.
108899         EXIT.
108900
108901*--------------------------------------------------------------*
108902*  2650-CHECK-RECURRING                                        *
108903*  RECURRING DEDUCTIONS (RECMOV) STARTING IN THE COMPETENCIA.  *
108904*--------------------------------------------------------------*
108905     2650-CHECK-RECURRING.
108906
108907     MOVE "RECORRENTES INICIADOS NA COMPETENCIA:"
108908         TO WS-HINT-TEXT.
108909     MOVE 38        TO WS-HINT-POINTER.
108910     MOVE ZEROS     TO WS-HINT-CODES.
108911     MOVE "N"       TO WS-SCAN-END-SWITCH.
108912     MOVE EMPMST-ID TO REC-EMPLOYEE-ID.
108913     MOVE ZEROS     TO REC-CODE.
108914     START RECURRING-FILE KEY NOT < REC-KEY
108915         INVALID KEY
108916             GO TO 2650-EXIT
108917     END-START.
108918     PERFORM 2655-ADD-RECURRING-CODE THRU 2655-EXIT
108919         UNTIL WS-SCAN-END.
108920     IF WS-HINT-CODES > ZEROS
108921         PERFORM 2690-WRITE-HINT THRU 2690-EXIT
108922     END-IF.
108923
108924     2650-EXIT.
108925         EXIT.
108926
108927*--------------------------------------------------------------*
108928*  2655-ADD-RECURRING-CODE                                     *
108929*  APPENDS THE CODE TO THE HINT WHILE THE LINE HAS ROOM.       *
108930*--------------------------------------------------------------*
108931     2655-ADD-RECURRING-CODE.
108932
108933     READ RECURRING-FILE NEXT
108934         AT END
108935             SET WS-SCAN-END TO TRUE
108936             GO TO 2655-EXIT
108937     END-READ.
108938     IF REC-EMPLOYEE-ID NOT = EMPMST-ID
108939         SET WS-SCAN-END TO TRUE
108940         GO TO 2655-EXIT
108941     END-IF.
108942     IF REC-START NOT = WS-COMPETENCIA
108943         OR WS-HINT-POINTER > 56
108944         GO TO 2655-EXIT
108945     END-IF.
108946     STRING " " REC-CODE
108947         DELIMITED BY SIZE INTO WS-HINT-TEXT
108948         WITH POINTER WS-HINT-POINTER
108949     END-STRING.
108950     ADD 1 TO WS-HINT-CODES.
108951
108952     2655-EXIT.
108953         EXIT.
108954
109000*--------------------------------------------------------------*
109090*  2690-WRITE-HINT                                             *
109180*--------------------------------------------------------------*
109270     2690-WRITE-HINT.
109360
109450     MOVE WS-HINT-TEXT TO VRM-TEXT.
109540     MOVE WS-VAR-HINT-LINE TO VARIACAO-LINE.
109630     WRITE VARIACAO-LINE.
109720     SET WS-HINT-GIVEN TO TRUE.
109810
109900     2690-EXIT.
109990         EXIT.
110100
110200*--------------------------------------------------------------*
110300*  2700-ADD-CC-TOTALS                                          *
110400*--------------------------------------------------------------*
110500     2700-ADD-CC-TOTALS.
110600
110700     MOVE EMPMST-COST-CENTER TO WS-SEARCH-CC.
110800     PERFORM 2710-FIND-CC-ENTRY THRU 2710-EXIT.
110900     IF WS-CC-FOUND-SUB = ZEROS
111000         DISPLAY "Tabela de centros de custo cheia - "
111100             "somado no centro geral: " EMPMST-ID
111200         MOVE ZEROS TO WS-SEARCH-CC
111300         PERFORM 2710-FIND-CC-ENTRY THRU 2710-EXIT
111400     END-IF.
111500     IF WS-CC-FOUND-SUB = ZEROS
111600         GO TO 2700-EXIT
111700     END-IF.
111800
111900     IF WS-CUR-FOUND
112000         ADD 1 TO WS-CC-COUNT (WS-CC-FOUND-SUB)
112100         ADD 1 TO WS-TOT-COUNT
112200         ADD WS-CUR-VALUE (1) TO WS-CC-GROSS-CUR (WS-CC-FOUND-SUB)
112300         ADD WS-CUR-VALUE (5) TO WS-CC-NET-CUR (WS-CC-FOUND-SUB)
112400         ADD WS-CUR-VALUE (1) TO WS-TOT-GROSS-CUR
112500         ADD WS-CUR-VALUE (5) TO WS-TOT-NET-CUR
112600     END-IF.
112700     IF WS-PREV-FOUND
112800         ADD WS-PREV-VALUE (1)
112900             TO WS-CC-GROSS-PREV (WS-CC-FOUND-SUB)
113000         ADD WS-PREV-VALUE (5)
113100             TO WS-CC-NET-PREV (WS-CC-FOUND-SUB)
113200         ADD WS-PREV-VALUE (1) TO WS-TOT-GROSS-PREV
113300         ADD WS-PREV-VALUE (5) TO WS-TOT-NET-PREV
113400     END-IF.
113500
113600     2700-EXIT.
113700         EXIT.
113800
113900*--------------------------------------------------------------*
114000*  2710-FIND-CC-ENTRY                                          *
114100*  LINEAR SEARCH FOR THE CENTRO DE CUSTO, CREATING ITS ENTRY   *
114200*  ON FIRST SIGHT.  WS-CC-FOUND-SUB RETURNS ZERO ONLY WHEN     *
114300*  THE TABLE IS FULL.                                          *
114400*--------------------------------------------------------------*
114500     2710-FIND-CC-ENTRY.
114600
114700     MOVE ZEROS TO WS-CC-FOUND-SUB.
114800     PERFORM 2720-CHECK-CC-ENTRY THRU 2720-EXIT
114900         VARYING WS-CC-SUB FROM 1 BY 1
115000         UNTIL WS-CC-SUB > WS-CC-USED
115100         OR WS-CC-FOUND-SUB > ZEROS.
115200
115300     IF WS-CC-FOUND-SUB = ZEROS
115400         AND WS-CC-USED < WS-MAX-CC-ENTRIES
115500         ADD 1 TO WS-CC-USED
115600         MOVE WS-SEARCH-CC TO WS-CC-CODE (WS-CC-USED)
115700         MOVE ZEROS TO WS-CC-COUNT (WS-CC-USED)
115800         MOVE ZEROS TO WS-CC-AMOUNTS (WS-CC-USED)
115900         MOVE WS-CC-USED TO WS-CC-FOUND-SUB
116000     END-IF.
116100
116200     2710-EXIT.
116300         EXIT.
116400
116500*--------------------------------------------------------------*
116600*  2720-CHECK-CC-ENTRY                                         *
116700*--------------------------------------------------------------*
116800     2720-CHECK-CC-ENTRY.
116900
117000     IF WS-CC-CODE (WS-CC-SUB) = WS-SEARCH-CC
117100         MOVE WS-CC-SUB TO WS-CC-FOUND-SUB
117200     END-IF.
117300
117400     2720-EXIT.
117500         EXIT.
117600
117700*--------------------------------------------------------------*
117800*  3000-START-LIST                                             *
117900*  EMPMST IS READ AGAIN FROM THE TOP FOR EACH LIST; THE TITLE  *
118000*  IS ALREADY IN WS-VAR-TITLE-LINE.                            *
118100*--------------------------------------------------------------*
118200     3000-START-LIST.
118300
118400     MOVE SPACES TO VARIACAO-LINE.
118500     WRITE VARIACAO-LINE.
118600     MOVE WS-VAR-TITLE-LINE TO VARIACAO-LINE.
118700     WRITE VARIACAO-LINE.
118800     MOVE WS-VAR-LIST-COLUMN-LINE TO VARIACAO-LINE.
118900     WRITE VARIACAO-LINE.
119000
119100     MOVE ZEROS TO EMPMST-ID.
119200     START EMPLOYEE-MASTER KEY NOT < EMPMST-ID
119300         INVALID KEY
119400             MOVE "10" TO WS-MASTER-STATUS
119500     END-START.
119600
119700     3000-EXIT.
119800         EXIT.
119900
120000*--------------------------------------------------------------*
120100*  3100-LIST-NEW-PAID                                          *
120200*  PAID IN THE COMPETENCIA WITHOUT A FOLHA IN THE PREVIOUS     *
120300*  MONTH: AN ADMISSION OR A RETURN FROM AFASTAMENTO EXPLAINS   *
120400*  IT; ANYTHING ELSE IS FOR THE OPERATOR TO CHECK.             *
120500*--------------------------------------------------------------*
120600     3100-LIST-NEW-PAID.
120700
120800     READ EMPLOYEE-MASTER NEXT RECORD
120900         AT END GO TO 3100-EXIT
121000     END-READ.
121100     PERFORM 2100-READ-CURRENT THRU 2100-EXIT.
121200     IF NOT WS-CUR-FOUND
121300         GO TO 3100-EXIT
121400     END-IF.
121500     PERFORM 2200-READ-PREVIOUS THRU 2200-EXIT.
121600     IF WS-PREV-FOUND
121700         GO TO 3100-EXIT
121800     END-IF.
121900     ADD 1 TO WS-NEW-PAID-COUNT.
122000
122100     PERFORM 3150-NEW-PAID-HINT THRU 3150-EXIT.
122200     MOVE WS-CUR-VALUE (5) TO VRL-NET.
122300     PERFORM 3900-WRITE-LIST-LINE THRU 3900-EXIT.
122400
122500     3100-EXIT.
122600         EXIT.
122700
122800*--------------------------------------------------------------*
122900*  3150-NEW-PAID-HINT                                          *
123000*--------------------------------------------------------------*
123100     3150-NEW-PAID-HINT.
123200
123300     IF EMPMST-ADMISSION-DATE NUMERIC
123400         AND EMPMST-ADMISSION-DATE NOT = ZEROS
123500         MOVE EMPMST-ADMISSION-DATE TO WS-DATE-WORK
123600         IF WS-DATE-PERIOD NOT < WS-PREV-PERIOD
123700             PERFORM 8300-EDIT-DATE THRU 8300-EXIT
123800             MOVE SPACES TO VRL-HINT
123900             STRING "ADMITIDO EM " WS-EDIT-DATE
124000                 DELIMITED BY SIZE INTO VRL-HINT
124100             END-STRING
124200             GO TO 3150-EXIT
124300         END-IF
124400     END-IF.
124500     IF EMPMST-LEAVE-RETURN NUMERIC
124600         AND EMPMST-LEAVE-RETURN NOT = ZEROS
124700         MOVE EMPMST-LEAVE-RETURN TO WS-DATE-WORK
124800         IF WS-DATE-PERIOD NOT < WS-PREV-PERIOD
124900             PERFORM 8300-EDIT-DATE THRU 8300-EXIT
125000             MOVE SPACES TO VRL-HINT
125100             STRING "RETORNO DE AFASTAMENTO EM " WS-EDIT-DATE
125200                 DELIMITED BY SIZE INTO VRL-HINT
125300             END-STRING
125400             GO TO 3150-EXIT
125500         END-IF
125600     END-IF.
125700     MOVE "SEM FOLHA NO MES ANTERIOR - CONFERIR" TO VRL-HINT.
125800
125900     3150-EXIT.
126000         EXIT.
126100
126200*--------------------------------------------------------------*
126300*  3200-LIST-NOT-PAID                                          *
126400*  PAID IN THE PREVIOUS MONTH AND NOT IN THE COMPETENCIA: A    *
126500*  DESLIGAMENTO OR AN AFASTAMENTO EXPLAINS IT; OTHERWISE THE   *
126600*  TIMESHEET IS THE FIRST THING TO CHECK.                      *
126700*--------------------------------------------------------------*
126800     3200-LIST-NOT-PAID.
126900
127000     READ EMPLOYEE-MASTER NEXT RECORD
127100         AT END GO TO 3200-EXIT
127200     END-READ.
127300     PERFORM 2200-READ-PREVIOUS THRU 2200-EXIT.
127400     IF NOT WS-PREV-FOUND
127500         GO TO 3200-EXIT
127600     END-IF.
127700     PERFORM 2100-READ-CURRENT THRU 2100-EXIT.
127800     IF WS-CUR-FOUND
127900         GO TO 3200-EXIT
128000     END-IF.
128100     ADD 1 TO WS-NOT-PAID-COUNT.
128200
128300     PERFORM 3250-NOT-PAID-HINT THRU 3250-EXIT.
128400     MOVE WS-PREV-VALUE (5) TO VRL-NET.
128500     PERFORM 3900-WRITE-LIST-LINE THRU 3900-EXIT.
128600
128700     3200-EXIT.
128800         EXIT.
128900
129000*--------------------------------------------------------------*
129100*  3250-NOT-PAID-HINT                                          *
129200*--------------------------------------------------------------*
129300     3250-NOT-PAID-HINT.
129400
129500     MOVE SPACES TO VRL-HINT.
129600     IF EMPMST-TERMINATED
129700         MOVE EMPMST-TERMINATION-DATE TO WS-DATE-WORK
129800         PERFORM 8300-EDIT-DATE THRU 8300-EXIT
129900         STRING "DESLIGADO EM " WS-EDIT-DATE
130000             DELIMITED BY SIZE INTO VRL-HINT
130100         END-STRING
130200         GO TO 3250-EXIT
130300     END-IF.
130400     IF EMPMST-ON-LEAVE
130500         MOVE EMPMST-LEAVE-START TO WS-DATE-WORK
130600         PERFORM 8300-EDIT-DATE THRU 8300-EXIT
130700         STRING "AFASTADO DESDE " WS-EDIT-DATE
130800             DELIMITED BY SIZE INTO VRL-HINT
130900         END-STRING
131000         GO TO 3250-EXIT
131100     END-IF.
131200     IF WS-SOURCE-PREVIA
131300         MOVE "FORA DA PREVIA - CONFERIR O PONTO" TO VRL-HINT
131400     ELSE
131500         MOVE "SEM FOLHA NA COMPETENCIA - VER PONTO" TO VRL-HINT
131600     END-IF.
131700
131800     3250-EXIT.
131900         EXIT.
132000
132100*--------------------------------------------------------------*
132200*  3900-WRITE-LIST-LINE                                        *
132300*--------------------------------------------------------------*
132400     3900-WRITE-LIST-LINE.
132500
132600     MOVE EMPMST-ID          TO VRL-EMPLOYEE-ID.
132700     MOVE EMPMST-NAME        TO VRL-NAME.
132800     MOVE EMPMST-COST-CENTER TO VRL-COST-CENTER.
132900     MOVE WS-VAR-LIST-LINE TO VARIACAO-LINE.
133000     WRITE VARIACAO-LINE.
133100
133200     3900-EXIT.
133300         EXIT.
133400
133500*--------------------------------------------------------------*
133600*  4000-PRINT-CC-TOTALS                                        *
133700*  BRUTO AND LIQUIDO OF THE COMPETENCIA AND OF THE PREVIOUS    *
133800*  MONTH PER CENTRO DE CUSTO; FUNC COUNTS THE EMPLOYEES PAID   *
133900*  IN THE COMPETENCIA.                                         *
134000*--------------------------------------------------------------*
134100     4000-PRINT-CC-TOTALS.
134200
134300     MOVE SPACES TO VARIACAO-LINE.
134400     WRITE VARIACAO-LINE.
134500     MOVE "TOTAIS POR CENTRO DE CUSTO" TO VARIACAO-LINE.
134600     WRITE VARIACAO-LINE.
134700     MOVE WS-VAR-CC-COLUMN-LINE TO VARIACAO-LINE.
134800     WRITE VARIACAO-LINE.
134900     PERFORM 4100-PRINT-CC-LINE THRU 4100-EXIT
135000         VARYING WS-CC-SUB FROM 1 BY 1
135100         UNTIL WS-CC-SUB > WS-CC-USED.
135200
135300     MOVE "TOT."            TO VRC-COST-CENTER.
135400     MOVE WS-TOT-COUNT      TO VRC-COUNT.
135500     MOVE WS-TOT-GROSS-CUR  TO VRC-GROSS-CUR.
135600     MOVE WS-TOT-GROSS-PREV TO VRC-GROSS-PREV.
135700     MOVE WS-TOT-NET-CUR    TO VRC-NET-CUR.
135800     MOVE WS-TOT-NET-PREV   TO VRC-NET-PREV.
135900     COMPUTE VRC-NET-DIFFERENCE =
136000         WS-TOT-NET-CUR - WS-TOT-NET-PREV.
136100     MOVE WS-VAR-CC-LINE TO VARIACAO-LINE.
136200     WRITE VARIACAO-LINE.
136300
136400     MOVE SPACES TO VARIACAO-LINE.
136500     WRITE VARIACAO-LINE.
136600     MOVE "FUNCIONARIOS COMPARADOS................:" TO VRT-LABEL.
136700     MOVE WS-COMPARED-COUNT TO VRT-COUNT.
136800     PERFORM 4500-WRITE-TOTAL-LINE THRU 4500-EXIT.
136900     MOVE "COM VARIACAO FORA DA TOLERANCIA........:" TO VRT-LABEL.
137000     MOVE WS-FLAGGED-COUNT TO VRT-COUNT.
137100     PERFORM 4500-WRITE-TOTAL-LINE THRU 4500-EXIT.
137200     MOVE "PAGOS SEM FOLHA NO MES ANTERIOR........:" TO VRT-LABEL.
137300     MOVE WS-NEW-PAID-COUNT TO VRT-COUNT.
137400     PERFORM 4500-WRITE-TOTAL-LINE THRU 4500-EXIT.
137500     MOVE "SEM PAGAMENTO NA COMPETENCIA...........:" TO VRT-LABEL.
137600     MOVE WS-NOT-PAID-COUNT TO VRT-COUNT.
137700     PERFORM 4500-WRITE-TOTAL-LINE THRU 4500-EXIT.
137800
137900     4000-EXIT.
138000         EXIT.
138100
138200*--------------------------------------------------------------*
138300*  4100-PRINT-CC-LINE                                          *
138400*--------------------------------------------------------------*
138500     4100-PRINT-CC-LINE.
138600
138700     MOVE WS-CC-CODE (WS-CC-SUB)       TO VRC-COST-CENTER.
138800     MOVE WS-CC-COUNT (WS-CC-SUB)      TO VRC-COUNT.
138900     MOVE WS-CC-GROSS-CUR (WS-CC-SUB)  TO VRC-GROSS-CUR.
139000     MOVE WS-CC-GROSS-PREV (WS-CC-SUB) TO VRC-GROSS-PREV.
139100     MOVE WS-CC-NET-CUR (WS-CC-SUB)    TO VRC-NET-CUR.
139200     MOVE WS-CC-NET-PREV (WS-CC-SUB)   TO VRC-NET-PREV.
139300     COMPUTE VRC-NET-DIFFERENCE = WS-CC-NET-CUR (WS-CC-SUB)
139400         - WS-CC-NET-PREV (WS-CC-SUB).
139500     MOVE WS-VAR-CC-LINE TO VARIACAO-LINE.
139600     WRITE VARIACAO-LINE.
139700
139800     4100-EXIT.
139900         EXIT.
140000
140100*--------------------------------------------------------------*
140200*  4500-WRITE-TOTAL-LINE                                       *
140300*--------------------------------------------------------------*
140400     4500-WRITE-TOTAL-LINE.
140500
140600     MOVE WS-VAR-TOTAL-LINE TO VARIACAO-LINE.
140700     WRITE VARIACAO-LINE.
140800
140900     4500-EXIT.
141000         EXIT.
141100
141200*--------------------------------------------------------------*
141300*  8100-PREVIOUS-MONTH                                         *
141400*--------------------------------------------------------------*
141500     8100-PREVIOUS-MONTH.
141600
141700     IF WS-WORK-MONTH = 1
141800         MOVE 12 TO WS-WORK-MONTH
141900         SUBTRACT 1 FROM WS-WORK-YEAR
142000     ELSE
142100         SUBTRACT 1 FROM WS-WORK-MONTH
142200     END-IF.
142300
142400     8100-EXIT.
142500         EXIT.
142600
142700*--------------------------------------------------------------*
142800*  8200-NEXT-MONTH                                             *
142900*--------------------------------------------------------------*
143000     8200-NEXT-MONTH.
143100
143200     IF WS-WORK-MONTH = 12
143300         MOVE 1 TO WS-WORK-MONTH
143400         ADD 1 TO WS-WORK-YEAR
143500     ELSE
143600         ADD 1 TO WS-WORK-MONTH
143700     END-IF.
143800
143900     8200-EXIT.
144000         EXIT.
144100
144200*--------------------------------------------------------------*
144300*  8300-EDIT-DATE                                              *
144400*  WS-DATE-WORK (AAAAMMDD) AS DD/MM/AAAA IN WS-EDIT-DATE.      *
144500*--------------------------------------------------------------*
144600     8300-EDIT-DATE.
144700
144800     MOVE WS-DATE-DAY   TO WS-ED-DAY.
144900     MOVE WS-DATE-MONTH TO WS-ED-MONTH.
145000     MOVE WS-DATE-YEAR  TO WS-ED-YEAR.
145100
145200     8300-EXIT.
145300         EXIT.
145400
145500*--------------------------------------------------------------*
145600*  9000-TERMINATE                                              *
145700*--------------------------------------------------------------*
145800     9000-TERMINATE.
145900
146000     CLOSE EMPLOYEE-MASTER.
146100     CLOSE PAYROLL-HISTORY.
146200     IF WS-SOURCE-PREVIA
146300         CLOSE PREVIA-DATA-FILE
146400     END-IF.
146410     IF WS-DISS-IS-OPEN
146420         CLOSE DISSIDIO-FILE
146430     END-IF.
146440     IF WS-ADTO-IS-OPEN
146450         CLOSE ADIANTAMENTO-FILE
146460     END-IF.
146470     IF WS-REC-IS-OPEN
146480         CLOSE RECURRING-FILE
146490     END-IF.
146500     CLOSE VARIACAO-REPORT.
146600
146700     DISPLAY "Funcionarios comparados: " WS-COMPARED-COUNT.
146800     DISPLAY "Com variacao fora da tolerancia: " WS-FLAGGED-COUNT.
146900     DISPLAY "Pagos sem folha no mes anterior: "
147000         WS-NEW-PAID-COUNT.
147100     DISPLAY "Sem pagamento na competencia: " WS-NOT-PAID-COUNT.
147200
147300     9000-EXIT.
147400         EXIT.
