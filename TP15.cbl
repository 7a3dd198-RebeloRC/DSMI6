002200*                   RUN IT AFTER EVERY FOLHA AND THE REPORT IS *
002300*                   THE PROOF TO THE AUDITOR THAT THE FILES    *
002400*                   AGREE.                                     *
002410*  15/10/2026  RRC  THE RUNLOG TIE NOW TAKES THE ESTORNO LOG   *
002420*                   INTO ACCOUNT: A FOLHA REVERSED BY          *
002430*                   ESTORNO-CALCULO AND PAID AGAIN AS A        *
002440*                   COMPLEMENTAR NO LONGER SHOWS AS A          *
002450*                   DIVERGENCE OF ITS COMPETENCIA.             *
002500*--------------------------------------------------------------*
002600
002700 ENVIRONMENT DIVISION.
004800             ACCESS MODE IS DYNAMIC
004900             RECORD KEY IS RUN-KEY
005000             FILE STATUS IS WS-RUNLOG-STATUS.
005010         SELECT ESTORNO-FILE ASSIGN TO "ESTORNO"
005020             ORGANIZATION IS INDEXED
005030             ACCESS MODE IS DYNAMIC
005040             RECORD KEY IS EST-KEY
005050             FILE STATUS IS WS-EST-STATUS.
005100         SELECT CONFER-REPORT ASSIGN TO "CONFER-REPORT"
005200             ORGANIZATION IS LINE SEQUENTIAL.
005300
006300
006400 FD  RUN-LOG.
006500     COPY RUNLOG.
006510
006520 FD  ESTORNO-FILE.
006530     COPY ESTLOG.
006600
006700 FD  CONFER-REPORT
006800     RECORD CONTAINS 80 CHARACTERS.
008700     88  WS-ORPHAN-FOUND                        VALUE "Y".
008710 77  WS-PROBE-DONE-SWITCH        PIC X(01)      VALUE "N".
008720     88  WS-PROBE-DONE                          VALUE "Y".
008730 77  WS-EST-STATUS               PIC X(02)      VALUE SPACES.
008740     88  WS-EST-FILE-FOUND                      VALUE "00".
008750     88  WS-EST-EOF                             VALUE "10".
008760 77  WS-EST-MISSING-SWITCH       PIC X(01)      VALUE "N".
008770     88  WS-EST-FILE-MISSING                    VALUE "Y".
008780 77  WS-ESTORNOS-APPLIED         PIC 9(5)  COMP VALUE ZEROS.
008800
008900 77  WS-CHECK-YEAR               PIC 9(4)       VALUE ZEROS.
009000 77  WS-SUM-EMPLOYEE-ID          PIC 9(5)       VALUE ZEROS.
019500             "amarracao com o RUNLOG nao sera feita"
019600         SET WS-RUNLOG-MISSING TO TRUE
019700     END-IF.
019710*    SEM LOG DE ESTORNOS NENHUMA FOLHA FOI ESTORNADA.
019720     OPEN INPUT ESTORNO-FILE.
019730     IF NOT WS-EST-FILE-FOUND
019740         SET WS-EST-FILE-MISSING TO TRUE
019750     END-IF.
019800     OPEN OUTPUT CONFER-REPORT.
019900
020000     MOVE WS-CONFER-HEADER-LINE-1 TO CONFER-LINE.
042200     IF WS-RUNLOG-MISSING
042300         GO TO 5000-EXIT
042400     END-IF.
042410     IF NOT WS-EST-FILE-MISSING
042420         PERFORM 5050-APPLY-ESTORNOS THRU 5050-EXIT
042430     END-IF.
042500
042600     MOVE ZEROS TO RUN-KEY.
042700     START RUN-LOG KEY NOT < RUN-KEY
043900     5000-EXIT.
044000         EXIT.
044100
044101*--------------------------------------------------------------*
044102*  5050-APPLY-ESTORNOS                                         *
044103*  A FOLHA REVERSED BY ESTORNO-CALCULO LEFT PAYHIST, AND ITS   *
044104*  COMPLEMENTAR CAME IN THROUGH THE REPROCESS, NEITHER OF WHICH*
044105*  THE RUNLOG SAW.  THE ESTORNO LOG PUTS THE ORIGINAL AMOUNTS  *
044106*  BACK AND TAKES THE COMPLEMENTAR OUT OF THE MONTH TOTALS, SO *
044107*  THEY TIE AGAIN TO WHAT THE NORMAL-END RUN POSTED.           *
044108*--------------------------------------------------------------*
044109     5050-APPLY-ESTORNOS.
044110
044111     MOVE ZEROS TO EST-KEY.
044112     START ESTORNO-FILE KEY NOT < EST-KEY
044113         INVALID KEY
044114             GO TO 5050-EXIT
044115     END-START.
044116     PERFORM 5060-APPLY-ONE-ESTORNO THRU 5060-EXIT
044117         UNTIL WS-EST-EOF.
044118
044119     5050-EXIT.
044120         EXIT.
044121
044122*--------------------------------------------------------------*
044123*  5060-APPLY-ONE-ESTORNO                                      *
044124*--------------------------------------------------------------*
044125     5060-APPLY-ONE-ESTORNO.
044126
044127     READ ESTORNO-FILE NEXT RECORD
044128         AT END GO TO 5060-EXIT
044129     END-READ.
044130
044131     IF EST-YEAR NOT = WS-CHECK-YEAR
044132         GO TO 5060-EXIT
044133     END-IF.
044134     IF EST-MONTH < 01 OR EST-MONTH > 12
044135         GO TO 5060-EXIT
044136     END-IF.
044137
044138     MOVE EST-MONTH TO WS-SUB.
044139     ADD EST-ORIG-GROSS TO WS-MONTH-GROSS (WS-SUB).
044140     ADD EST-ORIG-INSS  TO WS-MONTH-INSS (WS-SUB).
044141     ADD EST-ORIG-IRRF  TO WS-MONTH-IRRF (WS-SUB).
044142     IF EST-COMPLEMENTED
044143         SUBTRACT EST-COMPL-GROSS FROM WS-MONTH-GROSS (WS-SUB)
044144         SUBTRACT EST-COMPL-INSS  FROM WS-MONTH-INSS (WS-SUB)
044145         SUBTRACT EST-COMPL-IRRF  FROM WS-MONTH-IRRF (WS-SUB)
044146     END-IF.
044147     ADD 1 TO WS-ESTORNOS-APPLIED.
044148
044149     5060-EXIT.
044150         EXIT.
044151
044200*--------------------------------------------------------------*
044300*  5100-TIE-ONE-RUN                                            *
044400*--------------------------------------------------------------*
053800     IF NOT WS-RUNLOG-MISSING
053900         CLOSE RUN-LOG
054000     END-IF.
054010     IF NOT WS-EST-FILE-MISSING
054020         CLOSE ESTORNO-FILE
054030     END-IF.
054100     CLOSE CONFER-REPORT.
054200
054300     DISPLAY "Funcionarios conferidos: " WS-EMPLOYEES-CHECKED.
054400     DISPLAY "Divergencias encontradas: " WS-DIVERGENCE-COUNT.
054410     DISPLAY "Estornos considerados: " WS-ESTORNOS-APPLIED.
054500
054600     9000-EXIT.
054700         EXIT.
