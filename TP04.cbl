002509*                   REPROCESSED ENTRY PAYS THE SAME IRRF AND   *
002511*                   THE SAME SALARIO-FAMILIA THE NORMAL RUN    *
002512*                   WOULD HAVE PAID.                           *
002520*  15/10/2026  RRC  THE HISTORY RECORD IS WRITTEN WITH THE     *
002530*                   CREDIT SITUATION ZEROED (AGUARDANDO        *
002540*                   RETORNO) - SEE HIST-PAYMENT IN PAYHIST.CPY.*
002545*  15/10/2026  RRC  HIST-PENSAO-AMOUNT IS WRITTEN AS ZERO -    *
002550*                   NO PENSAO IS DISCOUNTED HERE (PENSREP).    *
002551*  15/10/2026  RRC  AN ENTRY LEFT BY ESTORNO-CALCULO IS PAID   *
002552*                   ONLY IN THE COMPETENCIA IT NAMES, AS THE   *
002553*                   FOLHA COMPLEMENTAR, AND THE ESTORNO LOG IS *
002554*                   MARKED COMPLEMENTED WITH WHAT WAS PAID.    *
002556*  15/10/2026  RRC  BANCO DE HORAS: FOR AN EMPLOYEE IN THE     *
002557*                   REGIME THE OVERTIME KEYED IS CREDITED TO   *
002558*                   BANCOHRS FOR THE COMPETENCIA, AS THE BATCH *
002559*                   RUN DOES, AND NOT PAID.  ON A COMPLEMENTAR *
002560*                   OF ESTORNO THE OVERTIME IS WHAT THE FOLHA  *
002561*                   REVERSED PAID (EXPIRED HOURS ALREADY TAKEN *
002562*                   OFF BANCOHRS), SO IT IS PAID AGAIN.        *
002563*  15/10/2026  RRC  THE HOUR VALUE KEYED MUST BE THE           *
002564*                   CONTRACTUAL ONE ON EMPMST WHEN IT CARRIES  *
002565*                   ONE, AS IN THE BATCH RUN.  THE COMPLEMENTAR*
002566*                   OF AN ESTORNO DISCOUNTS AGAIN THE PENSAO OF*
002567*                   THE FOLHA REVERSED (KEPT ON PENSREP FOR    *
002568*                   THE REPASSE) AND RECORDS IT ON             *
002569*                   HIST-PENSAO-AMOUNT.                        *
002590*--------------------------------------------------------------*
002600
002700 ENVIRONMENT DIVISION.
002800     CONFIGURATION SECTION.
005398             ACCESS MODE IS DYNAMIC
005399             RECORD KEY IS DEP-KEY
005401             FILE STATUS IS WS-DEP-STATUS.
005402         SELECT ESTORNO-FILE ASSIGN TO "ESTORNO"
005403             ORGANIZATION IS INDEXED
005404             ACCESS MODE IS DYNAMIC
005405             RECORD KEY IS EST-KEY
005406             FILE STATUS IS WS-EST-STATUS.
005407         SELECT BANCO-HORAS-FILE ASSIGN TO "BANCOHRS"
005408             ORGANIZATION IS INDEXED
005409             ACCESS MODE IS RANDOM
005410             RECORD KEY IS BH-EMPLOYEE-ID
005411             FILE STATUS IS WS-BH-STATUS.
005450
005500*--------------------------------------------------------------*
005600
008070
008080 FD  DEPENDENT-FILE.
008090     COPY DEPMST.
008091
008092 FD  ESTORNO-FILE.
008093     COPY ESTLOG.
008094
008095 FD  BANCO-HORAS-FILE.
008096     COPY BANCOHRS.
008100
008200     WORKING-STORAGE SECTION.
008300 01  WS-EMPLOYEE.
010065 77  WS-DEP-AGE                  PIC S9(4) COMP VALUE ZEROS.
010066 77  WS-MAX-FILHO-IRRF-AGE       PIC 9(2)       VALUE 21.
010067 77  WS-MAX-SALFAM-AGE           PIC 9(2)       VALUE 14.
010068
010069*    COMPLEMENTAR DE ESTORNO ("ESTORNO MM/AAAA" NO MOTIVO): SO
010070*    NESSA COMPETENCIA E COM O LOG, DE ONDE VEM A PENSAO.
010071 77  WS-EST-PENSAO               PIC 9(5)V9(2)  VALUE ZEROS.
010072 77  WS-EST-STATUS               PIC X(02)      VALUE SPACES.
010073     88  WS-EST-FILE-FOUND                      VALUE "00".
010074 77  WS-EST-MISSING-SWITCH       PIC X(01)      VALUE "N".
010075     88  WS-EST-FILE-MISSING                    VALUE "Y".
010076 77  WS-ESTORNO-ENTRY-SWITCH     PIC X(01)      VALUE "N".
010077     88  WS-ESTORNO-ENTRY                       VALUE "Y".
010078 77  WS-EST-SCAN-SWITCH          PIC X(01)      VALUE "N".
010079     88  WS-EST-SCAN-END                        VALUE "Y".
010080 77  WS-EST-FOUND-SWITCH         PIC X(01)      VALUE "N".
010081     88  WS-EST-PENDING-FOUND                   VALUE "Y".
010082 77  WS-EST-TODAY                PIC 9(8)       VALUE ZEROS.
010083 77  WS-EST-DIFFERENCE           PIC 9(5)V9(2)  VALUE ZEROS.
010084 01  WS-EST-REASON-VIEW.
010085     05  WSV-PREFIX               PIC X(08).
010086     05  WSV-MONTH                PIC X(02).
010087     05  FILLER                   PIC X(01).
010088     05  WSV-YEAR                 PIC X(04).
010089     05  FILLER                   PIC X(25).
010090
010091*    BANCO DE HORAS (BANCOHRS): MESMAS REGRAS DO DRIVER DA
010092*    FOLHA - O CREDITO VENCE WS-BH-EXPIRY-MONTHS COMPETENCIAS
010093*    DEPOIS DA ORIGEM; COM A TABELA CHEIA AS HORAS SAO PAGAS.
010094 77  WS-BH-STATUS                PIC X(02)      VALUE SPACES.
010095     88  WS-BH-FILE-FOUND                       VALUE "00".
010096     88  WS-BH-NOT-FOUND                        VALUE "35".
010097 77  WS-BH-EXPIRY-MONTHS         PIC 9(2)       VALUE 06.
010098 77  WS-BH-MAX-CREDITS           PIC 9(2)       VALUE 24.
010099 77  WS-BH-SUB                   PIC 9(2)  COMP VALUE ZEROS.
010100 77  WS-BH-SLOT                  PIC 9(2)  COMP VALUE ZEROS.
010110 77  WS-BH-NEXT                  PIC 9(2)  COMP VALUE ZEROS.
010120 77  WS-BH-NEW-SWITCH            PIC X(01)      VALUE "N".
010130     88  WS-BH-NEW-RECORD                       VALUE "Y".
010140 77  WS-BH-SAME-SWITCH           PIC X(01)      VALUE "N".
010150     88  WS-BH-SAME-ORIGIN                      VALUE "Y".
010175 01  WS-BH-EXPIRY.
010180     05  WS-BH-EXPIRY-YEAR        PIC 9(4)      VALUE ZEROS.
010185     05  WS-BH-EXPIRY-MONTH       PIC 9(2)      VALUE ZEROS.
010190
010200 01  WS-COMPETENCIA.
010300     05  WS-COMP-YEAR             PIC 9(4)      VALUE ZEROS.
010400     05  WS-COMP-MONTH            PIC 9(2)      VALUE ZEROS.
017768             "usando a contagem do EMPMST"
017770         SET WS-DEP-FILE-MISSING TO TRUE
017772     END-IF.
017774     OPEN I-O ESTORNO-FILE.
017776     IF NOT WS-EST-FILE-FOUND
017778         SET WS-EST-FILE-MISSING TO TRUE
017780     END-IF.
017782     OPEN I-O BANCO-HORAS-FILE.
017784     IF WS-BH-NOT-FOUND
017786         OPEN OUTPUT BANCO-HORAS-FILE
017788         CLOSE BANCO-HORAS-FILE
017790         OPEN I-O BANCO-HORAS-FILE
017792     END-IF.
017800     OPEN OUTPUT PENDING-REPORT.
017810
017815*    AS CORRECOES SAO LANCADAS NA COMPETENCIA INFORMADA PELO
022500         PERFORM 2400-KEEP-PENDING THRU 2400-EXIT
022600         GO TO 2000-READ-NEXT
022700     END-IF.
022710
022720     MOVE "N" TO WS-ESTORNO-ENTRY-SWITCH.
022730     MOVE EX-REASON TO WS-EST-REASON-VIEW.
022740     IF WSV-PREFIX = "ESTORNO "
022750         IF WSV-MONTH NOT = WS-COMP-MONTH
022760             OR WSV-YEAR NOT = WS-COMP-YEAR
022770             DISPLAY "Complementar de estorno de outra "
022775                 "competencia - reprocesse em " WSV-MONTH "/"
022780                 WSV-YEAR
022785             PERFORM 2400-KEEP-PENDING THRU 2400-EXIT
022790             GO TO 2000-READ-NEXT
022792         END-IF
022794         SET WS-ESTORNO-ENTRY TO TRUE
022796         DISPLAY "Folha complementar - a estornada tinha valor "
022797             "hora " EX-HOUR-VALUE " e " EX-REGULAR-HOURS
022798             " horas normais"
022799     END-IF.
022800
022900     DISPLAY "Reprocessar este lancamento? (S/N): "
023000     ACCEPT WS-ANSWER.
026100         MOVE ED-REGULAR-HOURS      TO EX-REGULAR-HOURS
026200         MOVE ED-OVERTIME-50-HOURS  TO EX-OVERTIME-50-HOURS
026300         MOVE ED-OVERTIME-100-HOURS TO EX-OVERTIME-100-HOURS
026400         IF NOT WS-ESTORNO-ENTRY
026410             MOVE ED-REJECT-REASON  TO EX-REASON
026420         END-IF
026500         PERFORM 2400-KEEP-PENDING THRU 2400-EXIT
026600         GO TO 2000-READ-NEXT
026700     END-IF.
026710
026712*    VALOR HORA CONTRATUAL: MESMA REGRA DA FOLHA NORMAL.
026714     IF EMPMST-HOUR-VALUE > ZEROS
026716         AND PC-HOUR-VALUE NOT = EMPMST-HOUR-VALUE
026718         DISPLAY "Correcao rejeitada: VALOR HORA DIFERENTE DO "
026720             "CONTRATUAL " EMPMST-HOUR-VALUE
026722         MOVE PC-HOUR-VALUE         TO EX-HOUR-VALUE
026724         MOVE PC-REGULAR-HOURS      TO EX-REGULAR-HOURS
026726         MOVE PC-OVERTIME-50-HOURS  TO EX-OVERTIME-50-HOURS
026728         MOVE PC-OVERTIME-100-HOURS TO EX-OVERTIME-100-HOURS
026730         IF NOT WS-ESTORNO-ENTRY
026732             MOVE "VALOR HORA DIFERENTE DO CONTRATUAL"
026734                 TO EX-REASON
026736         END-IF
026738         PERFORM 2400-KEEP-PENDING THRU 2400-EXIT
026740         GO TO 2000-READ-NEXT
026742     END-IF.
026744
026746*    COMPLEMENTAR DE ESTORNO: A PENSAO DA FOLHA ESTORNADA FICOU
026748*    NO PENSREP PARA O REPASSE E E DESCONTADA DE NOVO AQUI.
026750     MOVE ZEROS TO WS-EST-PENSAO.
026752     IF WS-ESTORNO-ENTRY
026754         PERFORM 2860-LOCATE-ESTORNO THRU 2860-EXIT
026756         IF NOT WS-EST-PENDING-FOUND
026758             PERFORM 2400-KEEP-PENDING THRU 2400-EXIT
026760             GO TO 2000-READ-NEXT
026762         END-IF
026764         MOVE EST-ORIG-PENSAO TO WS-EST-PENSAO
026766     END-IF.
026768     MOVE WS-EST-PENSAO TO PC-OTHER-DEDUCTIONS.
026770
026772*    BANCO DE HORAS (VER 2500): NO REGIME AS HORAS EXTRAS VAO
026774*    PARA O SALDO, COMO NA FOLHA NORMAL, E NAO SAO PAGAS AQUI.
026776     PERFORM 2500-BANCO-HORAS THRU 2500-EXIT.
026800
026900     CALL "CALCSAL" USING PAYCALC-AREA.
027000
027810     MOVE WS-COMP-MONTH         TO PS-PERIOD-MONTH.
027820     MOVE WS-COMP-YEAR          TO PS-PERIOD-YEAR.
027830     MOVE ZEROS                 TO PS-MOVEMENT-COUNT.
027831*    A PENSAO DESCONTADA NA COMPLEMENTAR DE ESTORNO SAI NO RECIBO.
027832     IF WS-EST-PENSAO > ZEROS
027833         ADD 1 TO PS-MOVEMENT-COUNT
027834         MOVE "D" TO PS-MOV-TYPE (PS-MOVEMENT-COUNT)
027835         MOVE "PENSAO ALIMENTICIA"
027836             TO PS-MOV-DESC (PS-MOVEMENT-COUNT)
027837         MOVE WS-EST-PENSAO TO PS-MOV-AMOUNT (PS-MOVEMENT-COUNT)
027838     END-IF.
027840*    O SALARIO-FAMILIA (JA DENTRO DO LIQUIDO, FORA DO BRUTO)
027850*    SAI COMO LINHA PROPRIA, COMO NA FOLHA NORMAL.
027860     IF PC-SALFAM-AMOUNT > ZEROS
027870         ADD 1 TO PS-MOVEMENT-COUNT
027880         MOVE "P" TO PS-MOV-TYPE (PS-MOVEMENT-COUNT)
027885         MOVE "SALARIO-FAMILIA"
027886             TO PS-MOV-DESC (PS-MOVEMENT-COUNT)
027890         MOVE PC-SALFAM-AMOUNT
027891             TO PS-MOV-AMOUNT (PS-MOVEMENT-COUNT)
027895     END-IF.
027900     SET PS-PRINT-SLIP TO TRUE.
028000     CALL "PRTSLIP" USING PRTSLIP-AREA.
028303     PERFORM 2710-PRINT-GPS-LINE  THRU 2710-EXIT.
028306     PERFORM 2720-PRINT-DARF-LINE THRU 2720-EXIT.
028310     PERFORM 2850-WRITE-HISTORY THRU 2850-EXIT.
028320     IF WS-ESTORNO-ENTRY
028330         PERFORM 2870-COMPLETE-ESTORNO THRU 2870-EXIT
028340     END-IF.
028400
028500     MOVE PC-HOUR-VALUE         TO EX-HOUR-VALUE.
028600     MOVE PC-REGULAR-HOURS      TO EX-REGULAR-HOURS.
033193     2070-EXIT.
033194         EXIT.
033195
033198*--------------------------------------------------------------*
033201*  2500-BANCO-HORAS                                            *
033204*  FOR AN EMPLOYEE IN THE REGIME THE 50%/100% HOURS KEYED      *
033207*  BECOME A CREDIT OF THE COMPETENCIA ON BANCOHRS, EXACTLY AS  *
033210*  THE BATCH DRIVER'S 2440-ADD-CREDIT, AND ARE NOT PAID: THEY  *
033213*  JOIN A CREDIT OF THE SAME ORIGIN OR ARE INSERTED IN ORIGIN  *
033216*  ORDER.  WITH THE CREDIT TABLE FULL THE HOURS ARE PAID.  ON  *
033219*  A COMPLEMENTAR OF ESTORNO THE OVERTIME KEYED IS WHAT THE    *
033222*  FOLHA REVERSED PAID - THE EXPIRED HOURS THE DRIVER ALREADY  *
033225*  TOOK OFF BANCOHRS - SO IT IS PAID AGAIN AND NOT CREDITED.   *
033228*--------------------------------------------------------------*
033231     2500-BANCO-HORAS.
033234
033237     IF NOT EMPMST-IN-BANCO-HORAS
033240         GO TO 2500-EXIT
033243     END-IF.
033246     IF PC-OVERTIME-50-HOURS = ZEROS
033249         AND PC-OVERTIME-100-HOURS = ZEROS
033252         GO TO 2500-EXIT
033255     END-IF.
033258     IF WS-ESTORNO-ENTRY
033261         GO TO 2500-EXIT
033264     END-IF.
033267
033270     MOVE "N" TO WS-BH-NEW-SWITCH.
033273     MOVE WS-EMPLOYEE-ID TO BH-EMPLOYEE-ID.
033276     READ BANCO-HORAS-FILE
033279         INVALID KEY
033282             SET WS-BH-NEW-RECORD TO TRUE
033285     END-READ.
033288     IF WS-BH-NEW-RECORD
033291         PERFORM 2505-INITIALIZE-BANCO THRU 2505-EXIT
033294     END-IF.
033297
033300     MOVE ZEROS TO WS-BH-SLOT.
033303     MOVE "N"   TO WS-BH-SAME-SWITCH.
033306     PERFORM 2510-FIND-SLOT THRU 2510-EXIT
033309         VARYING WS-BH-SUB FROM 1 BY 1
033312         UNTIL WS-BH-SUB > BH-CREDIT-COUNT
033315         OR WS-BH-SLOT > ZEROS.
033318     IF WS-BH-SAME-ORIGIN
033321         ADD PC-OVERTIME-50-HOURS  TO BH-CR-HOURS-50 (WS-BH-SLOT)
033324         ADD PC-OVERTIME-100-HOURS TO BH-CR-HOURS-100 (WS-BH-SLOT)
033327         GO TO 2500-POST
033330     END-IF.
033333
033336     IF BH-CREDIT-COUNT NOT < WS-BH-MAX-CREDITS
033339         DISPLAY "Banco de horas cheio - horas extras pagas: "
033342             WS-EMPLOYEE-ID
033345         GO TO 2500-EXIT
033348     END-IF.
033351     IF WS-BH-SLOT = ZEROS
033354         ADD 1 TO BH-CREDIT-COUNT
033357         MOVE BH-CREDIT-COUNT TO WS-BH-SLOT
033360     ELSE
033363         PERFORM 2520-SHIFT-ONE-CREDIT THRU 2520-EXIT
033366             VARYING WS-BH-SUB FROM BH-CREDIT-COUNT BY -1
033369             UNTIL WS-BH-SUB < WS-BH-SLOT
033372         ADD 1 TO BH-CREDIT-COUNT
033375     END-IF.
033378
033381     MOVE WS-COMP-YEAR TO WS-BH-EXPIRY-YEAR.
033384     ADD WS-COMP-MONTH WS-BH-EXPIRY-MONTHS
033387         GIVING WS-BH-EXPIRY-MONTH.
033390     IF WS-BH-EXPIRY-MONTH > 12
033393         SUBTRACT 12 FROM WS-BH-EXPIRY-MONTH
033396         ADD 1 TO WS-BH-EXPIRY-YEAR
033399     END-IF.
033402     MOVE WS-COMPETENCIA TO BH-CR-ORIGIN (WS-BH-SLOT).
033405     MOVE WS-BH-EXPIRY   TO BH-CR-EXPIRY (WS-BH-SLOT).
033408     MOVE PC-OVERTIME-50-HOURS
033411         TO BH-CR-HOURS-50 (WS-BH-SLOT).
033414     MOVE PC-OVERTIME-100-HOURS
033417         TO BH-CR-HOURS-100 (WS-BH-SLOT).
033420
033423     2500-POST.
033426*    O SALDO ACOMPANHA O CREDITO; O EXTRATO SO O MOSTRA QUANDO
033429*    A COMPETENCIA E A ULTIMA POSTADA NO REGISTRO.
033432     ADD PC-OVERTIME-50-HOURS  TO BH-BALANCE-50.
033435     ADD PC-OVERTIME-100-HOURS TO BH-BALANCE-100.
033438     IF BH-MONTH-COMP = WS-COMPETENCIA
033441         ADD PC-OVERTIME-50-HOURS  TO BH-MONTH-CREDIT-50
033444         ADD PC-OVERTIME-100-HOURS TO BH-MONTH-CREDIT-100
033447     END-IF.
033450     IF WS-BH-NEW-RECORD
033453         WRITE BANCO-HORAS-RECORD
033456     ELSE
033459         REWRITE BANCO-HORAS-RECORD
033462     END-IF.
033465     DISPLAY "Horas extras creditadas no banco de horas: "
033468         WS-EMPLOYEE-ID.
033471     MOVE ZEROS TO PC-OVERTIME-50-HOURS.
033474     MOVE ZEROS TO PC-OVERTIME-100-HOURS.
033477
033480     2500-EXIT.
033483         EXIT.
033486
033489*--------------------------------------------------------------*
033492*  2505-INITIALIZE-BANCO                                       *
033495*  FIRST CREDIT OF AN EMPLOYEE IN THE REGIME: EMPTY BALANCE.   *
033498*--------------------------------------------------------------*
033501     2505-INITIALIZE-BANCO.
033504
033507     MOVE WS-EMPLOYEE-ID TO BH-EMPLOYEE-ID.
033510     MOVE ZEROS          TO BH-BALANCE-50.
033513     MOVE ZEROS          TO BH-BALANCE-100.
033516     MOVE ZEROS          TO BH-FOLGA-PENDING.
033519     MOVE ZEROS          TO BH-FOLGA-COMP.
033522     MOVE ZEROS          TO BH-MONTH-COMP.
033525     MOVE ZEROS          TO BH-MONTH-OPEN-50.
033528     MOVE ZEROS          TO BH-MONTH-OPEN-100.
033531     MOVE ZEROS          TO BH-MONTH-CREDIT-50.
033534     MOVE ZEROS          TO BH-MONTH-CREDIT-100.
033537     MOVE ZEROS          TO BH-MONTH-FOLGA-50.
033540     MOVE ZEROS          TO BH-MONTH-FOLGA-100.
033543     MOVE ZEROS          TO BH-MONTH-PAID-50.
033546     MOVE ZEROS          TO BH-MONTH-PAID-100.
033549     MOVE "N"            TO BH-MONTH-POSTED-SW.
033552     MOVE ZEROS          TO BH-CREDIT-COUNT.
033555
033558     2505-EXIT.
033561         EXIT.
033564
033567*--------------------------------------------------------------*
033570*  2510-FIND-SLOT                                              *
033573*  THE FIRST CREDIT NOT OLDER THAN THE COMPETENCIA IS WHERE    *
033576*  THE HOURS GO: JOINED TO IT WHEN IT HAS THE SAME ORIGIN,     *
033579*  INSERTED BEFORE IT OTHERWISE.                               *
033582*--------------------------------------------------------------*
033585     2510-FIND-SLOT.
033588
033591     IF BH-CR-ORIGIN (WS-BH-SUB) < WS-COMPETENCIA
033594         GO TO 2510-EXIT
033597     END-IF.
033600     MOVE WS-BH-SUB TO WS-BH-SLOT.
033603     IF BH-CR-ORIGIN (WS-BH-SUB) = WS-COMPETENCIA
033606         SET WS-BH-SAME-ORIGIN TO TRUE
033609     END-IF.
033612
033615     2510-EXIT.
033618         EXIT.
033621
033624*--------------------------------------------------------------*
033627*  2520-SHIFT-ONE-CREDIT                                       *
033630*  OPENS THE SLOT FOR AN OLDER CREDIT, NEWEST ENTRY FIRST.     *
033633*--------------------------------------------------------------*
033636     2520-SHIFT-ONE-CREDIT.
033639
033642     ADD 1 TO WS-BH-SUB GIVING WS-BH-NEXT.
033645     MOVE BH-CREDIT (WS-BH-SUB) TO BH-CREDIT (WS-BH-NEXT).
033648
033651     2520-EXIT.
033654         EXIT.
033657
033660*--------------------------------------------------------------*
033663*  2600-UPDATE-YTD                                              *
033666*  ACCUMULATES THIS ENTRY'S GROSS, INSS AND IRRF INTO THE       *
033669*  EMPLOYEE'S YTD-MASTER RECORD, EXACTLY AS THE BATCH RUN DOES. *
033672*--------------------------------------------------------------*
033700     2600-UPDATE-YTD.
033800
033900     MOVE WS-EMPLOYEE-ID TO YTD-EMPLOYEE-ID.
041624*  RECORD ALREADY THERE IS SIMPLY REPLACED.                    *
041626*--------------------------------------------------------------*
041628     2850-WRITE-HISTORY.
041629
041630     MOVE ZEROS         TO HIST-PAYMENT.
041631     MOVE WS-EST-PENSAO TO HIST-PENSAO-AMOUNT.
041632     MOVE WS-EMPLOYEE-ID        TO HIST-EMPLOYEE-ID.
041634     MOVE WS-COMP-YEAR          TO HIST-YEAR.
041636     MOVE WS-COMP-MONTH         TO HIST-MONTH.
041674     2850-EXIT.
041676         EXIT.
041678
041681*--------------------------------------------------------------*
041684*  2860-LOCATE-ESTORNO                                         *
041687*  THE PENDING ESTORNO OF THE COMPETENCIA THAT THE COMPLEMENTAR*
041690*  REPLACES.  THE PENSAO OF THE FOLHA REVERSED STAYED ON       *
041693*  PENSREP FOR THE REPASSE, SO IT IS DISCOUNTED AGAIN FROM     *
041696*  THIS RECORD; WITHOUT THE LOG THE ENTRY STAYS PENDING.       *
041699*--------------------------------------------------------------*
041702     2860-LOCATE-ESTORNO.
041705
041708     MOVE "N" TO WS-EST-FOUND-SWITCH.
041711     IF WS-EST-FILE-MISSING
041714         DISPLAY "Log de estornos ausente - complementar nao "
041717             "paga: " WS-EMPLOYEE-ID
041720         GO TO 2860-EXIT
041723     END-IF.
041726     MOVE "N" TO WS-EST-SCAN-SWITCH.
041729     MOVE WS-EMPLOYEE-ID TO EST-EMPLOYEE-ID.
041732     MOVE WS-COMPETENCIA TO EST-PERIOD.
041735     MOVE ZEROS          TO EST-SEQ.
041738     START ESTORNO-FILE KEY NOT < EST-KEY
041741         INVALID KEY
041744             SET WS-EST-SCAN-END TO TRUE
041747     END-START.
041750     PERFORM 2880-FIND-PENDING-ESTORNO THRU 2880-EXIT
041753         UNTIL WS-EST-SCAN-END.
041756     IF NOT WS-EST-PENDING-FOUND
041759         DISPLAY "Estorno pendente nao encontrado no log: "
041762             WS-EMPLOYEE-ID
041765     END-IF.
041768
041771     2860-EXIT.
041774         EXIT.
041777
041780*--------------------------------------------------------------*
041783*  2870-COMPLETE-ESTORNO                                       *
041786*  THE COMPLEMENTAR JUST POSTED CLOSES THE PENDING ESTORNO     *
041789*  FOUND BY 2860: THE LOG KEEPS WHAT WAS PAID AGAIN, AND THE   *
041792*  LIQUIDO DIFFERENCE (BOTH NET OF THE SAME PENSAO) IS SHOWN   *
041795*  FOR THE CREDIT TO THE EMPLOYEE.                             *
041798*--------------------------------------------------------------*
041801     2870-COMPLETE-ESTORNO.
041804
041807     ACCEPT WS-EST-TODAY FROM DATE YYYYMMDD.
041810     MOVE "C"                   TO EST-STATUS.
041813     MOVE WS-EST-TODAY          TO EST-COMPL-DATE.
041816     MOVE PC-SALARY-GROSS       TO EST-COMPL-GROSS.
041819     MOVE PC-INSS-DEDUCTION     TO EST-COMPL-INSS.
041822     MOVE PC-IRRF-DEDUCTION     TO EST-COMPL-IRRF.
041825     MOVE PC-SALARY-NET         TO EST-COMPL-NET.
041828     MOVE PC-FGTS-DEPOSIT       TO EST-COMPL-FGTS.
041831     REWRITE ESTORNO-RECORD.
041834
041837     DISPLAY "Liquido da folha estornada: " EST-ORIG-NET.
041840     DISPLAY "Liquido da complementar...: " PC-SALARY-NET.
041843     IF PC-SALARY-NET > EST-ORIG-NET
041846         SUBTRACT EST-ORIG-NET FROM PC-SALARY-NET
041849             GIVING WS-EST-DIFFERENCE
041852         DISPLAY "Diferenca a creditar......: " WS-EST-DIFFERENCE
041855     ELSE
041858         SUBTRACT PC-SALARY-NET FROM EST-ORIG-NET
041861             GIVING WS-EST-DIFFERENCE
041864         DISPLAY "Diferenca a descontar.....: " WS-EST-DIFFERENCE
041867     END-IF.
041870
041873     2870-EXIT.
041876         EXIT.
041879
041882*--------------------------------------------------------------*
041885*  2880-FIND-PENDING-ESTORNO                                   *
041888*--------------------------------------------------------------*
041891     2880-FIND-PENDING-ESTORNO.
041894
041897     READ ESTORNO-FILE NEXT RECORD
041900         AT END
041903             SET WS-EST-SCAN-END TO TRUE
041906             GO TO 2880-EXIT
041909     END-READ.
041912     IF EST-EMPLOYEE-ID NOT = WS-EMPLOYEE-ID
041915         OR EST-PERIOD NOT = WS-COMPETENCIA
041918         SET WS-EST-SCAN-END TO TRUE
041921         GO TO 2880-EXIT
041924     END-IF.
041927     IF EST-PENDING
041930         SET WS-EST-PENDING-FOUND TO TRUE
041933         SET WS-EST-SCAN-END TO TRUE
041936     END-IF.
041939
041942     2880-EXIT.
041945         EXIT.
041948
041951*--------------------------------------------------------------*
041954*  9000-TERMINATE                                              *
041957*--------------------------------------------------------------*
042000     9000-TERMINATE.
042100
042200     CLOSE EXCEPTION-FILE.
042520     IF NOT WS-DEP-FILE-MISSING
042530         CLOSE DEPENDENT-FILE
042540     END-IF.
042542     IF NOT WS-EST-FILE-MISSING
042544         CLOSE ESTORNO-FILE
042546     END-IF.
042548     CLOSE BANCO-HORAS-FILE.
042600     IF FGTS-FILE-IS-OPEN
042700         MOVE WS-FGTS-REPROCESS-DEPOSIT TO FGT-TOTAL-DEPOSIT
042800         MOVE WS-FGTS-TOTAL-LINE TO FGTS-LINE
