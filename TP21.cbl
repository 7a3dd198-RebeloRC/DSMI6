000100*--------------------------------------------------------------*
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. ADIANTAMENTO.
000400 AUTHOR. RODRIGO REBELO DA COSTA.
000500 INSTALLATION. HOME.
000600 DATE-WRITTEN. 15/10/2026.
000700 DATE-COMPILED. 15/10/2026.
000800 SECURITY. CALCULANDO IRRF.
000900*--------------------------------------------------------------*
001000*  MODIFICATION HISTORY                                        *
001100*  15/10/2026  RRC  NEW PROGRAM.  PAYS THE ADIANTAMENTO        *
001200*                   QUINZENAL OF THE OPEN COMPETENCIA: 40% OF  *
001300*                   THE LAST MONTHLY GROSS ON PAYHIST TO EVERY *
001400*                   ACTIVE EMPLOYEE NOT AFASTADO AND ADMITTED  *
001500*                   BY THE CUT-OFF DAY.  PRINTS THE RECIBO,    *
001600*                   WRITES THE BANK CREDIT FILE IN THE BANKREM *
001700*                   LAYOUT AND RECORDS EACH AMOUNT ON ADIANTA, *
001800*                   WHERE THE BATCH DRIVER PICKS IT UP AS THE  *
001900*                   101 DESCONTO OF THE FOLHA.  A SECOND RUN   *
002000*                   FOR THE SAME COMPETENCIA IS REFUSED.       *
002050*  15/10/2026  RRC  THE ADIANTA RECORD CARRIES THE COMPETENCIA *
002060*                   THAT DISCOUNTS IT (ZEROS WHEN WRITTEN).    *
002100*--------------------------------------------------------------*
002200
002300 ENVIRONMENT DIVISION.
002400     CONFIGURATION SECTION.
002500     SOURCE-COMPUTER. NOTE.
002600     OBJECT-COMPUTER. NOTE.
002700     SPECIAL-NAMES.
002800      DECIMAL-POINT IS COMMA.
002900
003000     INPUT-OUTPUT SECTION.
003100     FILE-CONTROL.
003200         SELECT ADIANTAMENTO-FILE ASSIGN TO "ADIANTA"
003300             ORGANIZATION IS INDEXED
003400             ACCESS MODE IS DYNAMIC
003500             RECORD KEY IS ADT-KEY
003600             FILE STATUS IS WS-ADTO-STATUS.
003700         SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMST"
003800             ORGANIZATION IS INDEXED
003900             ACCESS MODE IS DYNAMIC
004000             RECORD KEY IS EMPMST-ID
004100             FILE STATUS IS WS-MASTER-STATUS.
004200         SELECT PAYROLL-HISTORY ASSIGN TO "PAYHIST"
004300             ORGANIZATION IS INDEXED
004400             ACCESS MODE IS DYNAMIC
004500             RECORD KEY IS HIST-KEY
004600             FILE STATUS IS WS-HIST-STATUS.
004700         SELECT COMPETENCIA-FILE ASSIGN TO "COMPCTL"
004800             ORGANIZATION IS INDEXED
004900             ACCESS MODE IS DYNAMIC
005000             RECORD KEY IS COMP-PERIOD
005100             FILE STATUS IS WS-COMP-STATUS.
005200         SELECT REMITTANCE-FILE ASSIGN TO "ADTOREMIT"
005300             ORGANIZATION IS LINE SEQUENTIAL.
005400
005500*--------------------------------------------------------------*
005600
005700 DATA DIVISION.
005800     FILE SECTION.
005900 FD  ADIANTAMENTO-FILE.
006000     COPY ADTOREC.
006100
006200 FD  EMPLOYEE-MASTER.
006300     COPY EMPMST.
006400
006500 FD  PAYROLL-HISTORY.
006600     COPY PAYHIST.
006700
006800 FD  COMPETENCIA-FILE.
006900     COPY COMPCTL.
007000
007100 FD  REMITTANCE-FILE
007200     RECORD CONTAINS 80 CHARACTERS.
007300     COPY BANKREM.
007400
007500     WORKING-STORAGE SECTION.
007600
007700 77  WS-ADTO-STATUS              PIC X(02)      VALUE SPACES.
007800     88  WS-ADTO-FILE-FOUND                     VALUE "00".
007900     88  WS-ADTO-NOT-FOUND                      VALUE "35".
008000 77  WS-MASTER-STATUS            PIC X(02)      VALUE SPACES.
008100     88  WS-MASTER-FOUND                        VALUE "00".
008200     88  WS-MASTER-EOF                          VALUE "10".
008300 77  WS-HIST-STATUS              PIC X(02)      VALUE SPACES.
008400     88  WS-HIST-FILE-FOUND                     VALUE "00".
008500     88  WS-HIST-EOF                            VALUE "10".
008600 77  WS-COMP-STATUS              PIC X(02)      VALUE SPACES.
008700     88  WS-COMP-FILE-FOUND                     VALUE "00".
008800     88  WS-COMP-EOF                            VALUE "10".
008900 77  WS-OPEN-FOUND-SWITCH        PIC X(01)      VALUE "N".
009000     88  WS-OPEN-COMP-FOUND                     VALUE "Y".
009100 77  WS-BASE-FOUND-SWITCH        PIC X(01)      VALUE "N".
009200     88  WS-BASE-FOUND                          VALUE "Y".
009300 77  WS-REMIT-OPEN-SWITCH        PIC X(01)      VALUE "N".
009400     88  REMIT-FILE-IS-OPEN                     VALUE "Y".
009500
009600*    PERCENTUAL DO ADIANTAMENTO SOBRE O ULTIMO BRUTO MENSAL E O
009700*    ULTIMO DIA DE ADMISSAO NA COMPETENCIA QUE AINDA DA DIREITO.
009800 77  WS-ADTO-RATE                PIC 9V9(2)     VALUE 0,40.
009900 77  WS-ADTO-LAST-ADMISSION-DAY  PIC 9(2)       VALUE 15.
010000 77  WS-ADTO-BASE                PIC 9(5)V9(2)  VALUE ZEROS.
010100 77  WS-ADTO-AMOUNT              PIC 9(5)V9(2)  VALUE ZEROS.
010200
010300 77  WS-EMPLOYEES-PAID           PIC 9(5)  COMP VALUE ZEROS.
010400 77  WS-SKIPPED-TERMINATED       PIC 9(5)  COMP VALUE ZEROS.
010500 77  WS-SKIPPED-ON-LEAVE         PIC 9(5)  COMP VALUE ZEROS.
010600 77  WS-SKIPPED-ADMISSION        PIC 9(5)  COMP VALUE ZEROS.
010700 77  WS-SKIPPED-NO-BASE          PIC 9(5)  COMP VALUE ZEROS.
010800 77  WS-NO-BANK-COUNT            PIC 9(5)  COMP VALUE ZEROS.
010900 77  WS-ADTO-TOTAL               PIC 9(9)V9(2)  VALUE ZEROS.
011000 77  WS-REMIT-COUNT              PIC 9(6)  COMP VALUE ZEROS.
011100 77  WS-REMIT-TOTAL-NET          PIC 9(13)V9(2) VALUE ZEROS.
011200
011300 01  WS-CURRENT-DATE             PIC 9(8)       VALUE ZEROS.
011400
011500 01  WS-COMPETENCIA.
011600     05  WS-COMP-YEAR             PIC 9(4)      VALUE ZEROS.
011700     05  WS-COMP-MONTH            PIC 9(2)      VALUE ZEROS.
011800
011900 01  WS-ADMISSION-DATE.
012000     05  WS-ADM-PERIOD.
012100         10  WS-ADM-YEAR          PIC 9(4).
012200         10  WS-ADM-MONTH         PIC 9(2).
012300     05  WS-ADM-DAY               PIC 9(2).
012400
012500     COPY PSLIPPRM.
012600
012700 PROCEDURE DIVISION.
012800     0000-MAINLINE.
012900
013000     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
013100     PERFORM 2000-PROCESS-EMPLOYEE THRU 2000-EXIT
013200         UNTIL WS-MASTER-EOF.
013300     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
013400
013500     STOP RUN.
013600
013700*--------------------------------------------------------------*
013800*  1000-INITIALIZE                                             *
013900*  THE ADIANTAMENTO IS PAID IN THE COMPETENCIA OPEN ON COMPCTL *
014000*  - THE ONE WHOSE FOLHA WILL DISCOUNT IT.  THE CONTROL RECORD *
014100*  OF A PREVIOUS RUN FOR THAT COMPETENCIA STOPS THE PROGRAM.   *
014200*--------------------------------------------------------------*
014300     1000-INITIALIZE.
014400
014500     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
014600
014700     OPEN INPUT COMPETENCIA-FILE.
014800     IF WS-COMP-FILE-FOUND
014900         PERFORM 1200-FIND-OPEN-COMPETENCIA THRU 1200-EXIT
015000         CLOSE COMPETENCIA-FILE
015100     END-IF.
015200     IF NOT WS-OPEN-COMP-FOUND
015300         DISPLAY "Nenhuma competencia aberta no COMPCTL"
015400         STOP RUN
015500     END-IF.
015600     DISPLAY "Competencia aberta: " WS-COMP-MONTH "/"
015700         WS-COMP-YEAR.
015800
015900     OPEN I-O ADIANTAMENTO-FILE.
016000     IF WS-ADTO-NOT-FOUND
016100         OPEN OUTPUT ADIANTAMENTO-FILE
016200         CLOSE ADIANTAMENTO-FILE
016300         OPEN I-O ADIANTAMENTO-FILE
016400     END-IF.
016500     MOVE ZEROS          TO ADT-EMPLOYEE-ID.
016600     MOVE WS-COMPETENCIA TO ADT-PERIOD.
016700     READ ADIANTAMENTO-FILE
016800         INVALID KEY
016900             GO TO 1000-OPEN-MASTERS
017000     END-READ.
017100     DISPLAY "Adiantamento ja processado para a competencia "
017200         WS-COMP-MONTH "/" WS-COMP-YEAR " em " ADT-RUN-DATE
017300         " - execucao recusada".
017400     CLOSE ADIANTAMENTO-FILE.
017500     STOP RUN.
017600
017700     1000-OPEN-MASTERS.
017800     OPEN INPUT EMPLOYEE-MASTER.
017900     IF NOT WS-MASTER-FOUND
018000         DISPLAY "Cadastro de funcionarios ausente"
018100         CLOSE ADIANTAMENTO-FILE
018200         STOP RUN
018300     END-IF.
018400     OPEN INPUT PAYROLL-HISTORY.
018500     IF NOT WS-HIST-FILE-FOUND
018600         DISPLAY "Historico de pagamentos ausente"
018700         CLOSE ADIANTAMENTO-FILE
018800         CLOSE EMPLOYEE-MASTER
018900         STOP RUN
019000     END-IF.
019100
019200     MOVE ZEROS TO EMPMST-ID.
019300     START EMPLOYEE-MASTER KEY NOT < EMPMST-ID
019400         INVALID KEY
019500             SET WS-MASTER-EOF TO TRUE
019600     END-START.
019700
019800     1000-EXIT.
019900         EXIT.
020000
020100*--------------------------------------------------------------*
020200*  1200-FIND-OPEN-COMPETENCIA                                  *
020300*  SCANS COMPCTL FOR THE COMPETENCIA STILL OPEN AND SAVES IT   *
020400*  IN WS-COMPETENCIA.                                          *
020500*--------------------------------------------------------------*
020600     1200-FIND-OPEN-COMPETENCIA.
020700
020800     MOVE "N"   TO WS-OPEN-FOUND-SWITCH.
020900     MOVE ZEROS TO COMP-PERIOD.
021000     START COMPETENCIA-FILE KEY NOT < COMP-PERIOD
021100         INVALID KEY
021200             GO TO 1200-EXIT
021300     END-START.
021400
021500     PERFORM 1250-SCAN-COMPETENCIA THRU 1250-EXIT
021600         UNTIL WS-COMP-EOF OR WS-OPEN-COMP-FOUND.
021700
021800     1200-EXIT.
021900         EXIT.
022000
022100*--------------------------------------------------------------*
022200*  1250-SCAN-COMPETENCIA                                       *
022300*--------------------------------------------------------------*
022400     1250-SCAN-COMPETENCIA.
022500
022600     READ COMPETENCIA-FILE NEXT RECORD
022700         AT END GO TO 1250-EXIT
022800     END-READ.
022900
023000     IF COMP-IS-OPEN
023100         SET WS-OPEN-COMP-FOUND TO TRUE
023200         MOVE COMP-YEAR  TO WS-COMP-YEAR
023300         MOVE COMP-MONTH TO WS-COMP-MONTH
023400     END-IF.
023500
023600     1250-EXIT.
023700         EXIT.
023800
023900*--------------------------------------------------------------*
024000*  2000-PROCESS-EMPLOYEE                                       *
024100*  ONE EMPMST RECORD.  DESLIGADOS, AFASTADOS, EMPLOYEES        *
024200*  ADMITTED AFTER THE CUT-OFF DAY OF THE COMPETENCIA AND       *
024300*  EMPLOYEES WITHOUT A MONTHLY FOLHA ON PAYHIST (NO BASE) ARE  *
024400*  SKIPPED AND COUNTED.  AN ADMISSION DATE OF ZEROS IS A       *
024500*  CADASTRO OLDER THAN THE FIELD - ADMITTED LONG AGO.          *
024600*--------------------------------------------------------------*
024700     2000-PROCESS-EMPLOYEE.
024800
024900     READ EMPLOYEE-MASTER NEXT RECORD
025000         AT END GO TO 2000-EXIT
025100     END-READ.
025200
025300     IF EMPMST-TERMINATED
025400         ADD 1 TO WS-SKIPPED-TERMINATED
025500         GO TO 2000-EXIT
025600     END-IF.
025700     IF EMPMST-ON-LEAVE
025800         ADD 1 TO WS-SKIPPED-ON-LEAVE
025900         GO TO 2000-EXIT
026000     END-IF.
026100     MOVE EMPMST-ADMISSION-DATE TO WS-ADMISSION-DATE.
026200     IF WS-ADM-PERIOD > WS-COMPETENCIA
026300         OR (WS-ADM-PERIOD = WS-COMPETENCIA
026400             AND WS-ADM-DAY > WS-ADTO-LAST-ADMISSION-DAY)
026500         DISPLAY "Admitido apos o corte do adiantamento: "
026600             EMPMST-ID " em " EMPMST-ADMISSION-DATE
026700         ADD 1 TO WS-SKIPPED-ADMISSION
026800         GO TO 2000-EXIT
026900     END-IF.
027000
027100     PERFORM 2100-FIND-BASE THRU 2100-EXIT.
027200     IF NOT WS-BASE-FOUND
027300         DISPLAY "Sem folha mensal no historico - "
027400             "sem adiantamento: " EMPMST-ID
027500         ADD 1 TO WS-SKIPPED-NO-BASE
027600         GO TO 2000-EXIT
027700     END-IF.
027800
027900     MULTIPLY WS-ADTO-BASE BY WS-ADTO-RATE
028000         GIVING WS-ADTO-AMOUNT ROUNDED.
028100     IF WS-ADTO-AMOUNT = ZEROS
028200         ADD 1 TO WS-SKIPPED-NO-BASE
028300         GO TO 2000-EXIT
028400     END-IF.
028500
028600     PERFORM 2300-PRINT-RECIBO     THRU 2300-EXIT.
028700     PERFORM 2400-WRITE-REMIT-LINE THRU 2400-EXIT.
028800     PERFORM 2500-RECORD-ADIANTAMENTO THRU 2500-EXIT.
028900
029000     ADD 1 TO WS-EMPLOYEES-PAID.
029100     ADD WS-ADTO-AMOUNT TO WS-ADTO-TOTAL.
029200
029300     2000-EXIT.
029400         EXIT.
029500
029600*--------------------------------------------------------------*
029700*  2100-FIND-BASE                                              *
029800*  THE BASE IS THE GROSS OF THE EMPLOYEE'S MOST RECENT MONTHLY *
029900*  (01-12) FOLHA BEFORE THE OPEN COMPETENCIA, AS THE FERIAS AND*
030000*  RESCISAO PROGRAMS TAKE IT.  13o AND FERIAS RECORDS (MONTH 13*
030100*  AND UP) ARE NOT REMUNERATION AND ARE SKIPPED.               *
030200*--------------------------------------------------------------*
030300     2100-FIND-BASE.
030400
030500     MOVE "N"   TO WS-BASE-FOUND-SWITCH.
030600     MOVE ZEROS TO WS-ADTO-BASE.
030700
030800     MOVE EMPMST-ID TO HIST-EMPLOYEE-ID.
030900     MOVE ZEROS     TO HIST-YEAR.
031000     MOVE ZEROS     TO HIST-MONTH.
031100     START PAYROLL-HISTORY KEY NOT < HIST-KEY
031200         INVALID KEY
031300             GO TO 2100-EXIT
031400     END-START.
031500
031600     PERFORM 2150-SCAN-HISTORY-RECORD THRU 2150-EXIT
031700         UNTIL WS-HIST-EOF
031800         OR HIST-EMPLOYEE-ID NOT = EMPMST-ID
031900         OR HIST-PERIOD NOT < WS-COMPETENCIA.
032000
032100     2100-EXIT.
032200         EXIT.
032300
032400*--------------------------------------------------------------*
032500*  2150-SCAN-HISTORY-RECORD                                    *
032600*  THE HISTORY IS READ IN KEY ORDER, SO THE LAST MONTHLY       *
032700*  RECORD SEEN IS THE MOST RECENT ONE.                         *
032800*--------------------------------------------------------------*
032900     2150-SCAN-HISTORY-RECORD.
033000
033100     READ PAYROLL-HISTORY NEXT RECORD
033200         AT END GO TO 2150-EXIT
033300     END-READ.
033400
033500     IF HIST-EMPLOYEE-ID = EMPMST-ID
033600         AND HIST-PERIOD < WS-COMPETENCIA
033700         AND HIST-MONTH NOT > 12
033800         MOVE HIST-SALARY-GROSS TO WS-ADTO-BASE
033900         SET WS-BASE-FOUND TO TRUE
034000     END-IF.
034100
034200     2150-EXIT.
034300         EXIT.
034400
034500*--------------------------------------------------------------*
034600*  2300-PRINT-RECIBO                                           *
034700*  THE RECIBO OF THE ADIANTAMENTO IS PRINTED ON THE HOLERITE   *
034800*  FORM: NO INSS, IRRF OR FGTS IS DUE ON AN ADVANCE - THEY ARE *
034900*  ALL CALCULATED ON THE FOLHA THAT DISCOUNTS IT.              *
035000*--------------------------------------------------------------*
035100     2300-PRINT-RECIBO.
035200
035300     SET PS-PRINT-SLIP TO TRUE.
035400     MOVE EMPMST-NAME      TO PS-EMPLOYEE-NAME.
035500     MOVE EMPMST-LAST-NAME TO PS-EMPLOYEE-LAST-NAME.
035600     MOVE EMPMST-ID        TO PS-EMPLOYEE-ID.
035700     MOVE WS-ADTO-AMOUNT   TO PS-SALARY-GROSS.
035800     MOVE ZEROS            TO PS-INSS-DEDUCTION.
035900     MOVE ZEROS            TO PS-IRRF-DEDUCTION.
036000     MOVE WS-ADTO-AMOUNT   TO PS-SALARY-NET.
036100     MOVE ZEROS            TO PS-FGTS-DEPOSIT.
036200     MOVE WS-COMP-MONTH    TO PS-PERIOD-MONTH.
036300     MOVE WS-COMP-YEAR     TO PS-PERIOD-YEAR.
036400     MOVE ZEROS            TO PS-MOVEMENT-COUNT.
036500     CALL "PRTSLIP" USING PRTSLIP-AREA.
036600
036700     2300-EXIT.
036800         EXIT.
036900
037000*--------------------------------------------------------------*
037100*  2400-WRITE-REMIT-LINE                                       *
037200*  APPENDS THIS EMPLOYEE'S ADIANTAMENTO CREDIT TO THE BANK     *
037300*  REMITTANCE FILE, SAME LAYOUT AS THE SALARY CREDIT.  AN      *
037400*  EMPLOYEE WITHOUT BANK DATA ON EMPMST IS SKIPPED (AND        *
037500*  REPORTED) - THE RECIBO STILL PRINTS AND THE AMOUNT IS       *
037600*  STILL DISCOUNTED, SINCE IT IS PAID BY OTHER MEANS.          *
037700*--------------------------------------------------------------*
037800     2400-WRITE-REMIT-LINE.
037900
038000     IF EMPMST-BANK NOT NUMERIC
038100         OR EMPMST-BANK = ZEROS
038200         OR EMPMST-ACCOUNT NOT NUMERIC
038300         OR EMPMST-ACCOUNT = ZEROS
038400         DISPLAY "Sem dados bancarios: " EMPMST-ID
038500         ADD 1 TO WS-NO-BANK-COUNT
038600         GO TO 2400-EXIT
038700     END-IF.
038800     IF NOT REMIT-FILE-IS-OPEN
038900         OPEN OUTPUT REMITTANCE-FILE
039000         SET REMIT-FILE-IS-OPEN TO TRUE
039100         MOVE SPACES TO REMIT-HEADER-RECORD
039200         MOVE "0"             TO RMH-TYPE
039300         MOVE "REMESSA"       TO RMH-LITERAL
039400         MOVE "ADIANTAM"      TO RMH-SERVICE
039500         MOVE WS-COMP-MONTH   TO RMH-PERIOD-MONTH
039600         MOVE WS-COMP-YEAR    TO RMH-PERIOD-YEAR
039700         MOVE WS-CURRENT-DATE TO RMH-GENERATION-DATE
039800         MOVE "EMPRESA EXEMPLO LTDA" TO RMH-COMPANY-NAME
039900         WRITE REMIT-HEADER-RECORD
040000     END-IF.
040100
040200     MOVE SPACES           TO REMIT-DETAIL-RECORD.
040300     MOVE "1"              TO RMD-TYPE.
040400     MOVE EMPMST-BANK      TO RMD-BANK.
040500     MOVE EMPMST-AGENCY    TO RMD-AGENCY.
040600     MOVE EMPMST-ACCOUNT   TO RMD-ACCOUNT.
040700     MOVE EMPMST-ID        TO RMD-EMPLOYEE-ID.
040800     MOVE EMPMST-NAME      TO RMD-NAME.
040900     MOVE EMPMST-LAST-NAME TO RMD-LAST-NAME.
041000     MOVE WS-ADTO-AMOUNT   TO RMD-NET-AMOUNT.
041100     WRITE REMIT-DETAIL-RECORD.
041200     ADD 1 TO WS-REMIT-COUNT.
041300     ADD WS-ADTO-AMOUNT TO WS-REMIT-TOTAL-NET.
041400
041500     2400-EXIT.
041600         EXIT.
041700
041800*--------------------------------------------------------------*
041900*  2500-RECORD-ADIANTAMENTO                                    *
042000*  THE AMOUNT GOES TO ADIANTA AS PENDENTE FOR THE BATCH DRIVER *
042100*  TO DISCOUNT.  A RECORD LEFT BY A RUN THAT DID NOT FINISH    *
042200*  (NO CONTROL RECORD) IS REPLACED.                            *
042300*--------------------------------------------------------------*
042400     2500-RECORD-ADIANTAMENTO.
042500
042600     MOVE EMPMST-ID        TO ADT-EMPLOYEE-ID.
042700     MOVE WS-COMPETENCIA   TO ADT-PERIOD.
042800     MOVE WS-ADTO-BASE     TO ADT-BASE.
042900     MOVE WS-ADTO-AMOUNT   TO ADT-AMOUNT.
043000     MOVE WS-CURRENT-DATE  TO ADT-RUN-DATE.
043100     SET ADT-PENDING       TO TRUE.
043200     MOVE ZEROS            TO ADT-EMPLOYEE-COUNT.
043300     MOVE ZEROS            TO ADT-TOTAL-AMOUNT.
043350     MOVE ZEROS            TO ADT-DISCOUNT-PERIOD.
043400     WRITE ADIANTAMENTO-RECORD
043500         INVALID KEY
043600             REWRITE ADIANTAMENTO-RECORD
043700     END-WRITE.
043800
043900     2500-EXIT.
044000         EXIT.
044100
044200*--------------------------------------------------------------*
044300*  9000-TERMINATE                                              *
044400*  THE CONTROL RECORD IS WRITTEN ONLY AT NORMAL END, SO A RUN  *
044500*  THAT STOPS HALFWAY CAN SIMPLY BE SUBMITTED AGAIN.           *
044600*--------------------------------------------------------------*
044700     9000-TERMINATE.
044800
044900     MOVE ZEROS             TO ADT-EMPLOYEE-ID.
045000     MOVE WS-COMPETENCIA    TO ADT-PERIOD.
045100     MOVE ZEROS             TO ADT-BASE.
045200     MOVE ZEROS             TO ADT-AMOUNT.
045300     MOVE WS-CURRENT-DATE   TO ADT-RUN-DATE.
045400     MOVE SPACES            TO ADT-STATUS.
045500     MOVE WS-EMPLOYEES-PAID TO ADT-EMPLOYEE-COUNT.
045600     MOVE WS-ADTO-TOTAL     TO ADT-TOTAL-AMOUNT.
045650     MOVE ZEROS             TO ADT-DISCOUNT-PERIOD.
045700     WRITE ADIANTAMENTO-RECORD
045800         INVALID KEY
045900             REWRITE ADIANTAMENTO-RECORD
046000     END-WRITE.
046100
046200     IF REMIT-FILE-IS-OPEN
046300         MOVE SPACES TO REMIT-TRAILER-RECORD
046400         MOVE "9"                TO RMT-TYPE
046500         MOVE WS-REMIT-COUNT     TO RMT-RECORD-COUNT
046600         MOVE WS-REMIT-TOTAL-NET TO RMT-TOTAL-NET
046700         WRITE REMIT-TRAILER-RECORD
046800         CLOSE REMITTANCE-FILE
046900     END-IF.
047000     SET PS-CLOSE-FILE TO TRUE.
047100     CALL "PRTSLIP" USING PRTSLIP-AREA.
047200
047300     CLOSE ADIANTAMENTO-FILE.
047400     CLOSE EMPLOYEE-MASTER.
047500     CLOSE PAYROLL-HISTORY.
047600
047700     DISPLAY "Adiantamentos pagos: " WS-EMPLOYEES-PAID
047800         " total " WS-ADTO-TOTAL.
047900     DISPLAY "Desligados: " WS-SKIPPED-TERMINATED
048000         "  Afastados: " WS-SKIPPED-ON-LEAVE.
048100     DISPLAY "Admitidos apos o corte: " WS-SKIPPED-ADMISSION
048200         "  Sem base no historico: " WS-SKIPPED-NO-BASE.
048300     IF WS-NO-BANK-COUNT > ZEROS
048400         DISPLAY "Funcionarios sem dados bancarios: "
048500             WS-NO-BANK-COUNT
048600     END-IF.
048700
048800     9000-EXIT.
048900         EXIT.
