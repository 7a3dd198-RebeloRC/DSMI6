002600*                   RECORDED ON PAYHIST (MONTH 16 OF THE        *
002700*                   DESLIGAMENTO YEAR) SO IT CAN NEVER BE PAID  *
002800*                   TWICE.                                      *
002810*  15/10/2026  RRC  BANCO DE HORAS: THE BALANCE STILL ON       *
002820*                   BANCOHRS (LESS ANY FOLGA PENDING) IS PAID  *
002830*                   WITH THE SALDO AT 50%/100% OF THE LAST     *
002840*                   MONTHLY HOUR VALUE, AND THE BANK IS ZEROED.*
002850*  15/10/2026  RRC  THE HISTORY RECORD IS WRITTEN WITH THE     *
002860*                   CREDIT SITUATION ZEROED (AGUARDANDO        *
002870*                   RETORNO) - SEE HIST-PAYMENT IN PAYHIST.CPY.*
002880*  15/10/2026  RRC  HIST-PENSAO-AMOUNT IS WRITTEN AS ZERO -    *
002890*                   NO PENSAO IS DISCOUNTED HERE (PENSREP).    *
002891*  15/10/2026  RRC  ADIANTAMENTOS STILL PENDENTE ON ADIANTA    *
002892*                   (ANY COMPETENCIA) COME OFF THE LIQUIDO     *
002893*                   AS A DESCONTO LINE AND ARE MARKED          *
002894*                   DESCONTADO (STAMPED WITH THE DESLIGAMENTO  *
002895*                   COMPETENCIA) ONCE THE HISTORY IS WRITTEN.  *
002896*  15/10/2026  RRC  THE BANCO DE HORAS IS PAID AT THE          *
002897*                   CADASTRO HOUR VALUE; THE LAST MONTHLY      *
002898*                   ONE ON PAYHIST ONLY WHEN IT IS ZERO.       *
002900*--------------------------------------------------------------*
003000
003100 ENVIRONMENT DIVISION.
005130             ACCESS MODE IS DYNAMIC
005140             RECORD KEY IS DEP-KEY
005150             FILE STATUS IS WS-DEP-STATUS.
005160         SELECT BANCO-HORAS-FILE ASSIGN TO "BANCOHRS"
005170             ORGANIZATION IS INDEXED
005180             ACCESS MODE IS RANDOM
005185             RECORD KEY IS BH-EMPLOYEE-ID
005190             FILE STATUS IS WS-BH-STATUS.
005191         SELECT ADIANTAMENTO-FILE ASSIGN TO "ADIANTA"
005192             ORGANIZATION IS INDEXED
005193             ACCESS MODE IS DYNAMIC
005194             RECORD KEY IS ADT-KEY
005195             FILE STATUS IS WS-ADTO-STATUS.
005200
005300*--------------------------------------------------------------*
005400
006510
006520 FD  DEPENDENT-FILE.
006530     COPY DEPMST.
006540
006550 FD  BANCO-HORAS-FILE.
006560     COPY BANCOHRS.
006570
006580 FD  ADIANTAMENTO-FILE.
006590     COPY ADTOREC.
006600
006700     WORKING-STORAGE SECTION.
006800
010700 77  WS-EMPLOYEES-PAID           PIC 9(5)  COMP VALUE ZEROS.
010800 77  WS-EMPLOYEES-SKIPPED        PIC 9(5)  COMP VALUE ZEROS.
010900 77  WS-FGTS-TOTAL-DEPOSIT       PIC 9(7)V9(2)  VALUE ZEROS.
010905
010910*    BANCO DE HORAS (BANCOHRS): O SALDO QUE SOBRA NO
010915*    DESLIGAMENTO E PAGO COM O SALDO DE SALARIO, AO VALOR HORA
010920*    DO CADASTRO (OU DA ULTIMA FOLHA MENSAL), NAS TAXAS DO
010921*    CALCSAL.
010925 77  WS-BH-STATUS                PIC X(02)      VALUE SPACES.
010930     88  WS-BH-FILE-FOUND                       VALUE "00".
010935 77  WS-BH-MISSING-SWITCH        PIC X(01)      VALUE "N".
010940     88  WS-BH-FILE-MISSING                     VALUE "Y".
010945 77  WS-BH-RECORD-SWITCH         PIC X(01)      VALUE "N".
010950     88  WS-BH-RECORD-FOUND                     VALUE "Y".
010951 77  WS-BH-REFUSE-SWITCH         PIC X(01)      VALUE "N".
010952     88  WS-BH-REFUSED                          VALUE "Y".
010955 77  WS-BH-RATE-50               PIC 9V9(2)     VALUE 1,50.
010960 77  WS-BH-RATE-100              PIC 9V9(2)     VALUE 2,00.
010965 77  WS-BH-HOUR-VALUE            PIC 9(5)V9(2)  VALUE ZEROS.
010970 77  WS-BH-HOURS-50              PIC 9(4)V9(2)  VALUE ZEROS.
010975 77  WS-BH-HOURS-100             PIC 9(4)V9(2)  VALUE ZEROS.
010980 77  WS-BH-PAYOUT                PIC 9(7)V9(2)  VALUE ZEROS.
010985 77  WS-BH-WORK                  PIC 9(7)V9(2)  VALUE ZEROS.
010990 77  WS-BH-MAX-HIST-HOURS        PIC 9(3)V9(2)  VALUE 999,99.
010991
010992*    ADIANTAMENTOS AINDA PENDENTES NO ADIANTA SAO DESCONTADOS
010993*    DO LIQUIDO DA RESCISAO E MARCADOS DESCONTADOS.
010994 77  WS-ADTO-STATUS              PIC X(02)      VALUE SPACES.
010995     88  WS-ADTO-FILE-FOUND                     VALUE "00".
010996     88  WS-ADTO-EOF                            VALUE "10".
010997 77  WS-ADTO-MISSING-SWITCH      PIC X(01)      VALUE "N".
010998     88  WS-ADTO-FILE-MISSING                   VALUE "Y".
010999 77  WS-ADTO-REFUSE-SWITCH       PIC X(01)      VALUE "N".
011000     88  WS-ADTO-REFUSED                        VALUE "Y".
011010 77  WS-ADTO-CONSUME-SWITCH      PIC X(01)      VALUE "N".
011020     88  WS-ADTO-CONSUMING                      VALUE "Y".
011030 77  WS-RESC-ADIANTAMENTO        PIC 9(7)V9(2)  VALUE ZEROS.
011050
011100 77  WS-REQUEST-ID               PIC 9(5)       VALUE 99999.
011200
011300 01  WS-TERMINATION-DATE.
016840             "usando a contagem do EMPMST"
016850         SET WS-DEP-FILE-MISSING TO TRUE
016860     END-IF.
016870     OPEN I-O BANCO-HORAS-FILE.
016880     IF NOT WS-BH-FILE-FOUND
016890         SET WS-BH-FILE-MISSING TO TRUE
016895     END-IF.
016896     OPEN I-O ADIANTAMENTO-FILE.
016897     IF NOT WS-ADTO-FILE-FOUND
016898         SET WS-ADTO-FILE-MISSING TO TRUE
016899     END-IF.
016900
017000     PERFORM 1500-GET-REQUEST THRU 1500-EXIT.
017100
023600     END-IF.
023700
023800     PERFORM 2200-CALCULATE-VERBAS THRU 2200-EXIT.
023802     PERFORM 2220-BANCO-HORAS THRU 2220-EXIT.
023804     IF WS-BH-REFUSED
023806         ADD 1 TO WS-EMPLOYEES-SKIPPED
023807         GO TO 2000-NEXT-REQUEST
023808     END-IF.
023810
023820*    VERBAS ALEM DA CAPACIDADE DOS CAMPOS DO TERMO E DO
023830*    HISTORICO SAO RECUSADAS EM VEZ DE GRAVADAS TRUNCADAS.
023890         GO TO 2000-NEXT-REQUEST
023895     END-IF.
023900     PERFORM 2300-CALCULATE-TAXES  THRU 2300-EXIT.
023910     PERFORM 2350-SUM-ADIANTAMENTOS THRU 2350-EXIT.
023920     IF WS-ADTO-REFUSED
023930         ADD 1 TO WS-EMPLOYEES-SKIPPED
023940         GO TO 2000-NEXT-REQUEST
023950     END-IF.
024000
024100     PERFORM 2400-PRINT-TERMO THRU 2400-EXIT.
024200     PERFORM 2600-WRITE-RESCISAO-HISTORY THRU 2600-EXIT.
024250     PERFORM 2650-CLOSE-BANCO-HORAS THRU 2650-EXIT.
024260     PERFORM 2660-CONSUME-ADIANTAMENTOS THRU 2660-EXIT.
024300     PERFORM 2500-PRINT-FGTS-LINE THRU 2500-EXIT.
024400     ADD 1 TO WS-EMPLOYEES-PAID.
024500     DISPLAY "Rescisao calculada: " WS-REQUEST-ID.
026500     MOVE ZEROS TO WS-RESC-BASE.
026600     MOVE ZEROS TO WS-MONTHS-WORKED.
026700     MOVE ZEROS TO WS-FGTS-ACCUMULATED.
026750     MOVE ZEROS TO WS-BH-HOUR-VALUE.
026800
026900     MOVE WS-REQUEST-ID TO HIST-EMPLOYEE-ID.
027000     MOVE ZEROS         TO HIST-YEAR.
030900     IF HIST-MONTH NOT > 12
031000         MOVE HIST-SALARY-GROSS TO WS-RESC-BASE
031100         SET WS-BASE-FOUND TO TRUE
031150         IF HIST-HOUR-VALUE > ZEROS
031160             MOVE HIST-HOUR-VALUE TO WS-BH-HOUR-VALUE
031170         END-IF
031200         IF HIST-YEAR = WS-TERM-YEAR
031300             ADD 1 TO WS-MONTHS-WORKED
031400             IF HIST-MONTH = WS-TERM-MONTH
036623
036624     MOVE "N" TO WS-LIMIT-SWITCH.
036625
036626     ADD WS-SALDO-SALARIO WS-13-PROPORCIONAL WS-BH-PAYOUT
036627         GIVING WS-LIMIT-CHECK.
036628     IF WS-LIMIT-CHECK > WS-MAX-SLIP-AMOUNT
036629         SET WS-LIMIT-EXCEEDED TO TRUE
036646     END-IF.
036647
036648     ADD WS-SALDO-SALARIO WS-13-PROPORCIONAL WS-EXEMPT-TOTAL
036649         WS-BH-PAYOUT GIVING WS-LIMIT-CHECK.
036651     IF WS-LIMIT-CHECK > WS-MAX-SLIP-AMOUNT
036652         SET WS-LIMIT-EXCEEDED TO TRUE
036653     END-IF.
037650     MOVE WS-TERM-YEAR  TO PC-COMP-YEAR.
037660     MOVE WS-TERM-MONTH TO PC-COMP-MONTH.
037700     SET PC-CALC-FROM-GROSS TO TRUE.
037800     ADD WS-SALDO-SALARIO WS-BH-PAYOUT GIVING PC-SALARY-GROSS.
037900     PERFORM 2260-COUNT-DEPENDENTS THRU 2260-EXIT.
038000     MOVE ZEROS             TO PC-OTHER-EARNINGS.
038100     MOVE ZEROS             TO PC-OTHER-DEDUCTIONS.
039300     ADD WS-SALDO-IRRF PC-IRRF-DEDUCTION GIVING WS-RESC-IRRF.
039400     ADD WS-SALDO-FGTS PC-FGTS-DEPOSIT   GIVING WS-RESC-FGTS.
039500
039600     ADD WS-SALDO-SALARIO WS-13-PROPORCIONAL WS-BH-PAYOUT
039700         GIVING WS-TAXABLE-GROSS.
039800     ADD WS-RESC-INSS WS-RESC-IRRF GIVING WS-RESC-DEDUCTIONS.
039900     IF WS-RESC-DEDUCTIONS NOT < WS-TAXABLE-GROSS
041200*  PRINTS THE TERMO DE RESCISAO THROUGH PRTSLIP (PERIOD 16).   *
041300*  THE BRUTO SHOWN IS THE TAXED PORTION (SALDO + 13o); THE     *
041400*  VERBAS INDENIZATORIAS COME OUT AS PROVENTO LINES SO THE     *
041500*  TERMO TIES BRUTO - INSS - IRRF + PROVENTOS - DESCONTOS =    *
041550*  LIQUIDO (THE ONLY DESCONTO IS A PENDING ADIANTAMENTO).      *
041600*--------------------------------------------------------------*
041700     2400-PRINT-TERMO.
041800
045100         MOVE WS-MULTA-FGTS
045200             TO PS-MOV-AMOUNT (PS-MOVEMENT-COUNT)
045300     END-IF.
045310     IF WS-RESC-ADIANTAMENTO > ZEROS
045320         ADD 1 TO PS-MOVEMENT-COUNT
045330         MOVE "D" TO PS-MOV-TYPE (PS-MOVEMENT-COUNT)
045340         MOVE "ADIANTAMENTO"
045350             TO PS-MOV-DESC (PS-MOVEMENT-COUNT)
045360         MOVE WS-RESC-ADIANTAMENTO
045370             TO PS-MOV-AMOUNT (PS-MOVEMENT-COUNT)
045380     END-IF.
045400     SET PS-PRINT-SLIP TO TRUE.
045500     CALL "PRTSLIP" USING PRTSLIP-AREA.
045600
049900     MOVE 16                TO HIST-MONTH.
050000     MOVE EMPMST-NAME       TO HIST-EMPLOYEE-NAME.
050100     MOVE EMPMST-LAST-NAME  TO HIST-EMPLOYEE-LAST-NAME.
050200     MOVE WS-BH-HOUR-VALUE  TO HIST-HOUR-VALUE.
050300     MOVE ZEROS             TO HIST-REGULAR-HOURS.
050400     MOVE WS-BH-HOURS-50    TO HIST-OVERTIME-50-HOURS.
050500     MOVE WS-BH-HOURS-100   TO HIST-OVERTIME-100-HOURS.
050600     MOVE WS-TAXABLE-GROSS  TO HIST-SALARY-GROSS.
050700     MOVE WS-RESC-INSS      TO HIST-INSS-DEDUCTION.
050800     MOVE WS-RESC-IRRF      TO HIST-IRRF-DEDUCTION.
050900     MOVE WS-RESC-NET       TO HIST-SALARY-NET.
051000     MOVE WS-RESC-FGTS      TO HIST-FGTS-DEPOSIT.
051100     MOVE WS-EXEMPT-TOTAL   TO HIST-OTHER-EARNINGS.
051200     MOVE WS-RESC-ADIANTAMENTO TO HIST-OTHER-DEDUCTIONS.
051250     MOVE ZEROS             TO HIST-SALFAM-AMOUNT.
051275     MOVE ZEROS             TO HIST-PAYMENT.
051280     MOVE ZEROS             TO HIST-PENSAO-AMOUNT.
051300     WRITE PAYHIST-RECORD
051400         INVALID KEY
051500             REWRITE PAYHIST-RECORD
052710     IF NOT WS-DEP-FILE-MISSING
052720         CLOSE DEPENDENT-FILE
052730     END-IF.
052740     IF NOT WS-BH-FILE-MISSING
052750         CLOSE BANCO-HORAS-FILE
052760     END-IF.
052770     IF NOT WS-ADTO-FILE-MISSING
052780         CLOSE ADIANTAMENTO-FILE
052790     END-IF.
052800     IF FGTS-FILE-IS-OPEN
052900         MOVE WS-FGTS-TOTAL-DEPOSIT TO FGT-TOTAL-DEPOSIT
053000         MOVE WS-FGTS-TOTAL-LINE TO FGTS-LINE
053900
054000     9000-EXIT.
054100         EXIT.
054200
054300*--------------------------------------------------------------*
054400*  2220-BANCO-HORAS                                            *
054500*  THE BALANCE LEFT ON BANCOHRS IS PAID WITH THE SALDO: FIRST  *
054600*  THE FOLGA STILL PENDING COMES OFF IT (50% HOURS BEFORE      *
054700*  100%), THEN EACH BUCKET IS PAID AT ITS OVERTIME RATE OVER   *
054800*  THE HOUR VALUE OF THE CADASTRO (THE LAST MONTHLY ONE ON     *
054900*  PAYHIST WHEN THE CADASTRO HAS NONE).  WITHOUT AN HOUR       *
055000*  VALUE, OR WITH MORE HOURS THAN PAYHIST HOLDS, THE RESCISAO  *
055050*  IS REFUSED SO THE BALANCE IS NEVER LOST.                    *
055100*--------------------------------------------------------------*
055200     2220-BANCO-HORAS.
055300
055400     MOVE "N"   TO WS-BH-RECORD-SWITCH.
055500     MOVE "N"   TO WS-BH-REFUSE-SWITCH.
055600     MOVE ZEROS TO WS-BH-HOURS-50.
055700     MOVE ZEROS TO WS-BH-HOURS-100.
055800     MOVE ZEROS TO WS-BH-PAYOUT.
055900     IF WS-BH-FILE-MISSING
056000         GO TO 2220-EXIT
056100     END-IF.
056200
056300     MOVE WS-REQUEST-ID TO BH-EMPLOYEE-ID.
056400     READ BANCO-HORAS-FILE
056500         INVALID KEY
056600             GO TO 2220-EXIT
056700     END-READ.
056800     SET WS-BH-RECORD-FOUND TO TRUE.
056900
057000     MOVE BH-BALANCE-50  TO WS-BH-HOURS-50.
057100     MOVE BH-BALANCE-100 TO WS-BH-HOURS-100.
057200     IF BH-FOLGA-PENDING > WS-BH-HOURS-50
057300         SUBTRACT WS-BH-HOURS-50 FROM BH-FOLGA-PENDING
057400             GIVING WS-BH-WORK
057500         MOVE ZEROS TO WS-BH-HOURS-50
057600         IF WS-BH-WORK > WS-BH-HOURS-100
057700             MOVE ZEROS TO WS-BH-HOURS-100
057800         ELSE
057900             SUBTRACT WS-BH-WORK FROM WS-BH-HOURS-100
058000         END-IF
058100     ELSE
058200         SUBTRACT BH-FOLGA-PENDING FROM WS-BH-HOURS-50
058300     END-IF.
058400
058500     IF WS-BH-HOURS-50 = ZEROS
058600         AND WS-BH-HOURS-100 = ZEROS
058700         GO TO 2220-EXIT
058800     END-IF.
058810*    O VALOR HORA DO CADASTRO VALE, COMO NA FOLHA MENSAL; O DA
058820*    ULTIMA FOLHA NO PAYHIST (2150) SO QUANDO ELE ESTA ZERADO.
058830     IF EMPMST-HOUR-VALUE > ZEROS
058840         MOVE EMPMST-HOUR-VALUE TO WS-BH-HOUR-VALUE
058850     END-IF.
058900     IF WS-BH-HOUR-VALUE = ZEROS
059000         DISPLAY "Sem valor hora no cadastro/historico para "
059100             "pagar o banco de horas: " WS-REQUEST-ID
059200         SET WS-BH-REFUSED TO TRUE
059300         GO TO 2220-EXIT
059400     END-IF.
059500     IF WS-BH-HOURS-50 > WS-BH-MAX-HIST-HOURS
059600         OR WS-BH-HOURS-100 > WS-BH-MAX-HIST-HOURS
059700         DISPLAY "Saldo do banco de horas excede a capacidade "
059800             "do historico: " WS-REQUEST-ID
059900         SET WS-BH-REFUSED TO TRUE
060000         GO TO 2220-EXIT
060100     END-IF.
060200
060300     COMPUTE WS-BH-PAYOUT ROUNDED =
060400         WS-BH-HOURS-50 * WS-BH-HOUR-VALUE * WS-BH-RATE-50.
060500     COMPUTE WS-BH-WORK ROUNDED =
060600         WS-BH-HOURS-100 * WS-BH-HOUR-VALUE * WS-BH-RATE-100.
060700     ADD WS-BH-WORK TO WS-BH-PAYOUT.
060800     DISPLAY "Banco de horas pago na rescisao: " WS-REQUEST-ID
060900         " - 50%: " WS-BH-HOURS-50 " 100%: " WS-BH-HOURS-100.
061000
061100     2220-EXIT.
061200         EXIT.
061300
061400*--------------------------------------------------------------*
061500*  2650-CLOSE-BANCO-HORAS                                      *
061600*  ONCE THE SETTLEMENT IS ON PAYHIST THE BANK IS EMPTIED.  THE *
061700*  HOURS PAID GO TO THE MONTH FIELDS OF THE DESLIGAMENTO       *
061800*  COMPETENCIA SO THE EXTRATO SHOWS THEM.                      *
061900*--------------------------------------------------------------*
062000     2650-CLOSE-BANCO-HORAS.
062100
062200     IF NOT WS-BH-RECORD-FOUND
062300         GO TO 2650-EXIT
062400     END-IF.
062500
062600     IF BH-MONTH-YEAR NOT = WS-TERM-YEAR
062700         OR BH-MONTH-MONTH NOT = WS-TERM-MONTH
062800         MOVE WS-TERM-YEAR   TO BH-MONTH-YEAR
062900         MOVE WS-TERM-MONTH  TO BH-MONTH-MONTH
063000         MOVE BH-BALANCE-50  TO BH-MONTH-OPEN-50
063100         MOVE BH-BALANCE-100 TO BH-MONTH-OPEN-100
063200         MOVE ZEROS          TO BH-MONTH-CREDIT-50
063300         MOVE ZEROS          TO BH-MONTH-CREDIT-100
063400         MOVE ZEROS          TO BH-MONTH-FOLGA-50
063500         MOVE ZEROS          TO BH-MONTH-FOLGA-100
063600         MOVE ZEROS          TO BH-MONTH-PAID-50
063700         MOVE ZEROS          TO BH-MONTH-PAID-100
063800     END-IF.
063900     SUBTRACT WS-BH-HOURS-50 FROM BH-BALANCE-50
064000         GIVING WS-BH-WORK.
064100     ADD WS-BH-WORK TO BH-MONTH-FOLGA-50.
064200     SUBTRACT WS-BH-HOURS-100 FROM BH-BALANCE-100
064300         GIVING WS-BH-WORK.
064400     ADD WS-BH-WORK TO BH-MONTH-FOLGA-100.
064500     ADD WS-BH-HOURS-50  TO BH-MONTH-PAID-50.
064600     ADD WS-BH-HOURS-100 TO BH-MONTH-PAID-100.
064700     SET BH-MONTH-POSTED TO TRUE.
064800
064900     MOVE ZEROS TO BH-BALANCE-50.
065000     MOVE ZEROS TO BH-BALANCE-100.
065100     MOVE ZEROS TO BH-FOLGA-PENDING.
065200     MOVE ZEROS TO BH-CREDIT-COUNT.
065300     REWRITE BANCO-HORAS-RECORD.
065400
065500     2650-EXIT.
065600         EXIT.
065700
065800*--------------------------------------------------------------*
065900*  2350-SUM-ADIANTAMENTOS                                      *
066000*  AN ADIANTAMENTO STILL PENDENTE ON ADIANTA (OF ANY           *
066100*  COMPETENCIA) WAS PAID AND NEVER DISCOUNTED BY A FOLHA - IT  *
066200*  COMES OFF THE LIQUIDO OF THE TERMO.  WHEN IT EXCEEDS THE    *
066300*  LIQUIDO THE RESCISAO IS REFUSED SO THE DEBT IS NEVER LOST.  *
066400*--------------------------------------------------------------*
066500     2350-SUM-ADIANTAMENTOS.
066600
066700     MOVE "N"   TO WS-ADTO-REFUSE-SWITCH.
066800     MOVE "N"   TO WS-ADTO-CONSUME-SWITCH.
066900     MOVE ZEROS TO WS-RESC-ADIANTAMENTO.
067000     PERFORM 2360-SCAN-ADIANTAMENTOS THRU 2360-EXIT.
067100     IF WS-RESC-ADIANTAMENTO = ZEROS
067200         GO TO 2350-EXIT
067300     END-IF.
067400
067500     IF WS-RESC-ADIANTAMENTO > WS-RESC-NET
067600         DISPLAY "Adiantamento pendente excede o liquido - "
067700             "rescisao nao calculada: " WS-REQUEST-ID
067800         SET WS-ADTO-REFUSED TO TRUE
067900         GO TO 2350-EXIT
068000     END-IF.
068100     SUBTRACT WS-RESC-ADIANTAMENTO FROM WS-RESC-NET.
068200
068300     2350-EXIT.
068400         EXIT.
068500
068600*--------------------------------------------------------------*
068700*  2360-SCAN-ADIANTAMENTOS                                     *
068800*  WALKS THE PRONTUARIO'S ADIANTA RECORDS.  WHILE SUMMING THE  *
068900*  PENDING AMOUNTS ARE ADDED UP; WHILE CONSUMING EACH PENDING  *
069000*  RECORD IS MARKED DESCONTADO.                                *
069100*--------------------------------------------------------------*
069200     2360-SCAN-ADIANTAMENTOS.
069300
069400     IF WS-ADTO-FILE-MISSING
069500         GO TO 2360-EXIT
069600     END-IF.
069700
069800     MOVE WS-REQUEST-ID TO ADT-EMPLOYEE-ID.
069900     MOVE ZEROS         TO ADT-PERIOD.
070000     START ADIANTAMENTO-FILE KEY NOT < ADT-KEY
070100         INVALID KEY
070200             GO TO 2360-EXIT
070300     END-START.
070500     PERFORM 2370-CHECK-ONE-ADIANTAMENTO THRU 2370-EXIT
070600         UNTIL WS-ADTO-EOF
070700         OR ADT-EMPLOYEE-ID NOT = WS-REQUEST-ID.
070800
070900     2360-EXIT.
071000         EXIT.
071100
071200*--------------------------------------------------------------*
071300*  2370-CHECK-ONE-ADIANTAMENTO                                 *
071400*--------------------------------------------------------------*
071500     2370-CHECK-ONE-ADIANTAMENTO.
071600
071700     READ ADIANTAMENTO-FILE NEXT RECORD
071800         AT END GO TO 2370-EXIT
071900     END-READ.
072000     IF ADT-EMPLOYEE-ID NOT = WS-REQUEST-ID
072100         OR NOT ADT-PENDING
072200         GO TO 2370-EXIT
072300     END-IF.
072400
072500     IF WS-ADTO-CONSUMING
072600         SET ADT-DISCOUNTED TO TRUE
072610         MOVE WS-TERM-YEAR  TO ADT-DISC-YEAR
072620         MOVE WS-TERM-MONTH TO ADT-DISC-MONTH
072700         REWRITE ADIANTAMENTO-RECORD
072800     ELSE
072900         ADD ADT-AMOUNT TO WS-RESC-ADIANTAMENTO
073000     END-IF.
073100
073200     2370-EXIT.
073300         EXIT.
073400
073500*--------------------------------------------------------------*
073600*  2660-CONSUME-ADIANTAMENTOS                                  *
073700*  ONCE THE SETTLEMENT IS ON PAYHIST THE ADIANTAMENTOS IT      *
073800*  DISCOUNTED ARE MARKED DESCONTADO ON ADIANTA.                *
073900*--------------------------------------------------------------*
074000     2660-CONSUME-ADIANTAMENTOS.
074100
074200     IF WS-RESC-ADIANTAMENTO = ZEROS
074300         GO TO 2660-EXIT
074400     END-IF.
074500     SET WS-ADTO-CONSUMING TO TRUE.
074600     PERFORM 2360-SCAN-ADIANTAMENTOS THRU 2360-EXIT.
074700     MOVE "N" TO WS-ADTO-CONSUME-SWITCH.
074800
074900     2660-EXIT.
075000         EXIT.
