001700*                   ARRIVES INSTEAD OF WHEN THE EMPLOYEE       *
001800*                   COMPLAINS.  THE TRAILER COUNT IS CHECKED   *
001900*                   AGAINST THE DETAILS READ.                  *
001910*  15/10/2026  RRC  EACH CREDIT OF THE FOLHA (SERVICE SALARIOS)*
001920*                   NOW RECORDS ITS SITUATION ON THE EMPLOYEE'S*
001930*                   PAYHIST RECORD FOR THE COMPETENCIA OF THE  *
001940*                   HEADER: CREDITADO, REJEITADO WITH THE BANK *
001950*                   OCCURRENCE, OR PAGO WHEN A CREDIT REJECTED *
001960*                   AND RESENT BY REMESSA-COMPLEMENTAR COMES   *
001970*                   BACK CREDITED.  THE ACCOUNT USED IS KEPT.  *
002000*--------------------------------------------------------------*
002100
002200 ENVIRONMENT DIVISION.
003300             FILE STATUS IS WS-RETURN-STATUS.
003400         SELECT RETURN-REPORT ASSIGN TO "RETURN-REPORT"
003500             ORGANIZATION IS LINE SEQUENTIAL.
003510         SELECT PAYROLL-HISTORY ASSIGN TO "PAYHIST"
003520             ORGANIZATION IS INDEXED
003530             ACCESS MODE IS RANDOM
003540             RECORD KEY IS HIST-KEY
003550             FILE STATUS IS WS-HIST-STATUS.
003600
003700*--------------------------------------------------------------*
003800
004500 FD  RETURN-REPORT
004600     RECORD CONTAINS 80 CHARACTERS.
004700     COPY RETLINE.
004710
004720 FD  PAYROLL-HISTORY.
004730     COPY PAYHIST.
004800
004900     WORKING-STORAGE SECTION.
005000
005600 77  WS-TRAILER-COUNT            PIC 9(6)       VALUE ZEROS.
005700 77  WS-TRAILER-SEEN-SWITCH      PIC X(01)      VALUE "N".
005800     88  WS-TRAILER-SEEN                        VALUE "Y".
005810 77  WS-HIST-STATUS              PIC X(02)      VALUE SPACES.
005815     88  WS-HIST-FILE-FOUND                     VALUE "00".
005820 77  WS-HIST-MISSING-SWITCH      PIC X(01)      VALUE "N".
005825     88  WS-HIST-FILE-MISSING                   VALUE "Y".
005830 77  WS-SALARY-RETURN-SWITCH     PIC X(01)      VALUE "N".
005835     88  WS-SALARY-RETURN                       VALUE "Y".
005840 77  WS-CREDITS-REPAID           PIC 9(6)  COMP VALUE ZEROS.
005845 77  WS-CREDITS-NO-HISTORY       PIC 9(6)  COMP VALUE ZEROS.
005850 77  WS-CURRENT-DATE             PIC 9(8)       VALUE ZEROS.
005855
005860*    COMPETENCIA DO HEADER DO RETORNO: CHAVE DO PAYHIST.
005865 01  WS-RETURN-PERIOD.
005870     05  WS-RETURN-YEAR           PIC 9(4)      VALUE ZEROS.
005875     05  WS-RETURN-MONTH          PIC 9(2)      VALUE ZEROS.
005900
006000 01  WS-SWITCHES.
006100     05  WS-EOF-SWITCH            PIC X(01)     VALUE "N".
010500         DISPLAY "Arquivo de retorno do banco ausente"
010600         STOP RUN
010700     END-IF.
010710     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
010715     OPEN I-O PAYROLL-HISTORY.
010720     IF NOT WS-HIST-FILE-FOUND
010725         DISPLAY "Historico de pagamentos ausente - situacao "
010730             "dos creditos nao registrada"
010735         SET WS-HIST-FILE-MISSING TO TRUE
010740     END-IF.
010800     OPEN OUTPUT RETURN-REPORT.
010900
011000     MOVE WS-RETURN-HEADER-LINE-1 TO RETURN-REPORT-LINE.
013400             SET WS-TRAILER-SEEN TO TRUE
013500             MOVE RMT-RECORD-COUNT TO WS-TRAILER-COUNT
013600         WHEN "0"
013700             PERFORM 2050-PROCESS-HEADER THRU 2050-EXIT
013800         WHEN OTHER
013900             DISPLAY "Registro de retorno invalido ignorado"
014000     END-EVALUATE.
014600     2000-EXIT.
014700         EXIT.
014800
014810*--------------------------------------------------------------*
014815*  2050-PROCESS-HEADER                                         *
014820*  KEEPS THE COMPETENCIA OF THE RETURN; ONLY THE FOLHA CREDITS *
014825*  (SERVICE SALARIOS) HAVE A PAYHIST RECORD TO UPDATE.         *
014830*--------------------------------------------------------------*
014835     2050-PROCESS-HEADER.
014840
014845     MOVE RMH-PERIOD-YEAR  TO WS-RETURN-YEAR.
014850     MOVE RMH-PERIOD-MONTH TO WS-RETURN-MONTH.
014855     IF RMH-SERVICE = "SALARIOS"
014860         SET WS-SALARY-RETURN TO TRUE
014865     ELSE
014870         MOVE "N" TO WS-SALARY-RETURN-SWITCH
014875     END-IF.
014880
014885     2050-EXIT.
014890         EXIT.
014895
014900*--------------------------------------------------------------*
015000*  2100-PROCESS-DETAIL                                         *
015100*--------------------------------------------------------------*
016400         WRITE RETURN-REPORT-LINE
016500         ADD 1 TO WS-CREDITS-REJECTED
016600     END-IF.
016650     PERFORM 2200-RECORD-SITUATION THRU 2200-EXIT.
016700
016800     2100-EXIT.
016900         EXIT.
017000
017010*--------------------------------------------------------------*
017012*  2200-RECORD-SITUATION                                       *
017014*  RECORDS THE CREDIT SITUATION ON THE EMPLOYEE'S PAYHIST      *
017016*  RECORD.  A CREDIT ALREADY CREDITADO OR PAGO STAYS SO WHEN   *
017018*  THE SAME RETURN IS READ AGAIN.                              *
017020*--------------------------------------------------------------*
017022     2200-RECORD-SITUATION.
017024
017026     IF WS-HIST-FILE-MISSING OR NOT WS-SALARY-RETURN
017028         GO TO 2200-EXIT
017030     END-IF.
017032
017034     MOVE RMD-EMPLOYEE-ID TO HIST-EMPLOYEE-ID.
017036     MOVE WS-RETURN-YEAR  TO HIST-YEAR.
017038     MOVE WS-RETURN-MONTH TO HIST-MONTH.
017040     READ PAYROLL-HISTORY
017042         INVALID KEY
017044             DISPLAY "Credito sem historico de pagamento: "
017046                 RMD-EMPLOYEE-ID
017048             ADD 1 TO WS-CREDITS-NO-HISTORY
017050             GO TO 2200-EXIT
017052     END-READ.
017054
017056     EVALUATE TRUE
017058         WHEN RMD-OCCURRENCE NOT = "00"
017060             SET HIST-PAY-REJECTED TO TRUE
017062         WHEN HIST-PAY-REJECTED OR HIST-PAY-RESENT
017064             SET HIST-PAY-REPAID TO TRUE
017066             ADD 1 TO WS-CREDITS-REPAID
017068         WHEN HIST-PAY-AWAITING
017070             SET HIST-PAY-CREDITED TO TRUE
017072     END-EVALUATE.
017074     MOVE RMD-OCCURRENCE  TO HIST-PAY-OCCURRENCE.
017076     MOVE WS-CURRENT-DATE TO HIST-PAY-DATE.
017078     MOVE RMD-BANK        TO HIST-PAY-BANK.
017080     MOVE RMD-AGENCY      TO HIST-PAY-AGENCY.
017082     MOVE RMD-ACCOUNT     TO HIST-PAY-ACCOUNT.
017084     REWRITE PAYHIST-RECORD.
017086
017088     2200-EXIT.
017090         EXIT.
017092
017100*--------------------------------------------------------------*
017200*  9000-TERMINATE                                              *
017300*--------------------------------------------------------------*
018700     MOVE WS-CREDITS-REJECTED TO RTT-COUNT.
018800     MOVE WS-RETURN-TOTAL-LINE TO RETURN-REPORT-LINE.
018900     WRITE RETURN-REPORT-LINE.
018910
018920     MOVE "CREDITOS PAGOS POR REENVIO....: "
018930         TO WS-RETURN-TOTAL-LINE.
018940     MOVE WS-CREDITS-REPAID TO RTT-COUNT.
018950     MOVE WS-RETURN-TOTAL-LINE TO RETURN-REPORT-LINE.
018960     WRITE RETURN-REPORT-LINE.
019000
019100     IF NOT WS-TRAILER-SEEN
019200         DISPLAY "Retorno sem registro trailer"
019900
020000     CLOSE BANK-RETURN-FILE.
020100     CLOSE RETURN-REPORT.
020110     IF NOT WS-HIST-FILE-MISSING
020120         CLOSE PAYROLL-HISTORY
020130     END-IF.
020200
020300     DISPLAY "Detalhes lidos: " WS-DETAILS-READ.
020400     DISPLAY "Creditos efetuados: " WS-CREDITS-MADE.
020500     DISPLAY "Creditos rejeitados: " WS-CREDITS-REJECTED.
020510     DISPLAY "Creditos pagos por reenvio: " WS-CREDITS-REPAID.
020520     DISPLAY "Creditos sem historico: " WS-CREDITS-NO-HISTORY.
020600
020700     9000-EXIT.
020800         EXIT.
