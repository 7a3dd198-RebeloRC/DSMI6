002660*                   REFUSED WITH A MESSAGE INSTEAD OF BEING     *
002670*                   TRUNCATED IN SILENCE - SAME LIMIT POLICY    *
002680*                   AS THE BATCH DRIVER AND RESCISAO.           *
002685*  15/10/2026  RRC  THE HISTORY RECORD IS WRITTEN WITH THE     *
002690*                   CREDIT SITUATION ZEROED (AGUARDANDO        *
002695*                   RETORNO) - SEE HIST-PAYMENT IN PAYHIST.CPY.*
002696*  15/10/2026  RRC  HIST-PENSAO-AMOUNT IS WRITTEN AS ZERO -    *
002697*                   NO PENSAO IS DISCOUNTED HERE (PENSREP).    *
002698*  15/10/2026  RRC  FERIAS ARE DEBITED FROM AN ACQUIRED        *
002699*                   PERIODO AQUISITIVO WITH BALANCE (FERCTL).  *
002700*--------------------------------------------------------------*
002800
002900 ENVIRONMENT DIVISION.
005430             ACCESS MODE IS DYNAMIC
005440             RECORD KEY IS DEP-KEY
005450             FILE STATUS IS WS-DEP-STATUS.
005460         SELECT FERIAS-CONTROL-FILE ASSIGN TO "FERCTL"
005470             ORGANIZATION IS INDEXED
005480             ACCESS MODE IS DYNAMIC
005485             RECORD KEY IS FER-KEY
005490             FILE STATUS IS WS-FER-STATUS.
005500
005600*--------------------------------------------------------------*
005700
007140
007150 FD  YTD-MASTER.
007160     COPY YTDMST.
007170
007180 FD  FERIAS-CONTROL-FILE.
007190     COPY FERCTL.
007200
007300     WORKING-STORAGE SECTION.
007400
009200 77  WS-MAX-FERIAS-DAYS          PIC 9(2)       VALUE 30.
009300 77  WS-MAX-DAYS-WITH-ABONO      PIC 9(2)       VALUE 20.
009400 77  WS-ABONO-DAYS               PIC 9(2)       VALUE 10.
009410
009420*    PERIODOS AQUISITIVOS (FERCTL, MANTIDO PELO CONTROLE-FERIAS):
009430*    AS FERIAS SAO DEBITADAS DE UM PERIODO JA ADQUIRIDO - O
009440*    INFORMADO NO PEDIDO OU O MAIS ANTIGO COM SALDO.
009450 77  WS-FER-STATUS               PIC X(02)      VALUE SPACES.
009460     88  WS-FER-FOUND                           VALUE "00".
009470 77  WS-PERIOD-START-INPUT       PIC 9(8)       VALUE ZEROS.
009475 77  WS-PERIOD-SWITCH            PIC X(01)      VALUE "N".
009480     88  WS-PERIOD-CHOSEN                       VALUE "Y".
009482 77  WS-PERIOD-SCAN-SWITCH       PIC X(01)      VALUE "N".
009484     88  WS-PERIOD-SCAN-END                     VALUE "Y".
009486 77  WS-PERIOD-BALANCE           PIC S9(3)      VALUE ZEROS.
009488 77  WS-DAYS-NEEDED              PIC 9(2)       VALUE ZEROS.
009490 77  WS-CURRENT-DATE             PIC 9(8)       VALUE ZEROS.
009500
009600 77  WS-FERIAS-BASE              PIC 9(5)V9(2)  VALUE ZEROS.
009700 77  WS-BASE-FOUND-SWITCH        PIC X(01)      VALUE "N".
019168         CLOSE YTD-MASTER
019170         OPEN I-O YTD-MASTER
019172     END-IF.
019174     OPEN I-O FERIAS-CONTROL-FILE.
019176     IF NOT WS-FER-FOUND
019178         DISPLAY "Controle de ferias ausente - "
019180             "rode o CONTROLE-FERIAS"
019182         CLOSE EMPLOYEE-MASTER
019184         CLOSE PAYROLL-HISTORY
019186         CLOSE YTD-MASTER
019188         IF NOT WS-DEP-FILE-MISSING
019189             CLOSE DEPENDENT-FILE
019190         END-IF
019192         STOP RUN
019194     END-IF.
019196     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
019200
019300     PERFORM 1500-GET-REQUEST THRU 1500-EXIT.
019400
024700     ACCEPT WS-FERIAS-DAYS.
024800     DISPLAY "Abono pecuniario - venda de 10 dias? (S/N): "
024900     ACCEPT WS-ABONO-ANSWER.
024910     DISPLAY "Inicio do periodo aquisitivo (AAAAMMDD, "
024920         "0 = o mais antigo com saldo): "
024930     ACCEPT WS-PERIOD-START-INPUT.
025000
025100     1500-EXIT.
025200         EXIT.
025400*--------------------------------------------------------------*
025500*  2000-PROCESS-REQUEST                                        *
025600*  PAYS THE FERIAS OF THE PRONTUARIO KEYED.  A PRONTUARIO NOT  *
025700*  ON THE MASTER, DESLIGADO, WITHOUT MONTHLY HISTORY, WITH     *
025800*  THE YEAR'S FERIAS ALREADY PAID OR WITHOUT THE DAYS IN AN    *
025850*  ACQUIRED PERIODO AQUISITIVO (FERCTL) IS REFUSED.            *
025900*--------------------------------------------------------------*
026000     2000-PROCESS-REQUEST.
026100
030400         ADD 1 TO WS-EMPLOYEES-SKIPPED
030500         GO TO 2000-NEXT-REQUEST
030600     END-IF.
030610
030620     PERFORM 2050-CHOOSE-PERIOD THRU 2050-EXIT.
030630     IF NOT WS-PERIOD-CHOSEN
030640         ADD 1 TO WS-EMPLOYEES-SKIPPED
030650         GO TO 2000-NEXT-REQUEST
030660     END-IF.
030700
030800*    FERIAS = BASE X DIAS / 30, MAIS O TERCO CONSTITUCIONAL
030810*    (SOMADO SO DEPOIS DA CONFERENCIA DE LIMITE ABAIXO).
034400     PERFORM 2400-PRINT-FERIAS-SLIP THRU 2400-EXIT.
034500     PERFORM 2600-WRITE-FERIAS-HISTORY THRU 2600-EXIT.
034550     PERFORM 2700-UPDATE-YTD THRU 2700-EXIT.
034560     PERFORM 2800-DEBIT-PERIOD THRU 2800-EXIT.
034600     PERFORM 2500-PRINT-FGTS-LINE THRU 2500-EXIT.
034700     ADD 1 TO WS-EMPLOYEES-PAID.
034800     DISPLAY "Ferias pagas: " WS-REQUEST-ID.
035300     2000-EXIT.
035400         EXIT.
035500
035506*--------------------------------------------------------------*
035512*  2050-CHOOSE-PERIOD                                          *
035518*  THE PERIOD KEYED, OR THE OLDEST ACQUIRED ONE WITH BALANCE.  *
035524*  A PERIOD STILL IN COURSE IS REFUSED, AS ARE MORE DAYS (GOZO *
035530*  PLUS ABONO) THAN ITS BALANCE AND A SECOND ABONO IN THE SAME *
035536*  PERIOD.  A PERIOD WHOSE CONCESSIVO HAS ENDED IS STILL PAID, *
035542*  WITH A WARNING THAT THE FERIAS ARE DUE EM DOBRO.            *
035548*--------------------------------------------------------------*
035554     2050-CHOOSE-PERIOD.
035560
035566     MOVE "N" TO WS-PERIOD-SWITCH.
035572     MOVE WS-FERIAS-DAYS TO WS-DAYS-NEEDED.
035578     IF WS-ABONO-TAKEN
035584         ADD WS-ABONO-DAYS TO WS-DAYS-NEEDED
035590     END-IF.
035596
035602     IF WS-PERIOD-START-INPUT = ZEROS
035608         PERFORM 2060-FIND-OLDEST-PERIOD THRU 2060-EXIT
035614         IF NOT WS-PERIOD-CHOSEN
035620             DISPLAY "Sem periodo aquisitivo com saldo: "
035626                 WS-REQUEST-ID
035632             GO TO 2050-EXIT
035638         END-IF
035644         GO TO 2050-CHECK-BALANCE
035650     END-IF.
035656
035662     MOVE WS-REQUEST-ID         TO FER-EMPLOYEE-ID.
035668     MOVE WS-PERIOD-START-INPUT TO FER-PERIOD-START.
035674     READ FERIAS-CONTROL-FILE
035680         INVALID KEY
035686             DISPLAY "Periodo aquisitivo nao cadastrado: "
035692                 WS-REQUEST-ID " " WS-PERIOD-START-INPUT
035698             GO TO 2050-EXIT
035704     END-READ.
035710     IF FER-PERIOD-END NOT < WS-CURRENT-DATE
035716         DISPLAY "Periodo aquisitivo ainda em curso ate "
035722             FER-PERIOD-END ": " WS-REQUEST-ID
035728         GO TO 2050-EXIT
035734     END-IF.
035740
035746     2050-CHECK-BALANCE.
035752     MOVE "N" TO WS-PERIOD-SWITCH.
035758     COMPUTE WS-PERIOD-BALANCE = FER-DAYS-EARNED - FER-DAYS-TAKEN
035764         - FER-ABONO-DAYS.
035770     IF WS-DAYS-NEEDED > WS-PERIOD-BALANCE
035776         DISPLAY "Saldo do periodo " FER-PERIOD-START
035782             " insuficiente: " WS-PERIOD-BALANCE " dias"
035788         GO TO 2050-EXIT
035794     END-IF.
035800     IF WS-ABONO-TAKEN
035806         AND FER-ABONO-DAYS > ZEROS
035812         DISPLAY "Abono ja vendido no periodo " FER-PERIOD-START
035818         GO TO 2050-EXIT
035824     END-IF.
035830     IF FER-DEADLINE < WS-CURRENT-DATE
035836         DISPLAY "Atencao: periodo " FER-PERIOD-START
035842             " vencido em " FER-DEADLINE
035848             " - ferias devidas em dobro"
035854     END-IF.
035860     SET WS-PERIOD-CHOSEN TO TRUE.
035866
035872     2050-EXIT.
035878         EXIT.
035884
035890*--------------------------------------------------------------*
035896*  2060-FIND-OLDEST-PERIOD                                     *
035902*  THE PERIODS ARE IN START ORDER; THE FIRST ONE NOT YET ENDED *
035908*  IS THE PERIOD IN COURSE AND STOPS THE SEARCH.               *
035914*--------------------------------------------------------------*
035920     2060-FIND-OLDEST-PERIOD.
035926
035932     MOVE "N"           TO WS-PERIOD-SCAN-SWITCH.
035938     MOVE WS-REQUEST-ID TO FER-EMPLOYEE-ID.
035944     MOVE ZEROS         TO FER-PERIOD-START.
035950     START FERIAS-CONTROL-FILE KEY NOT < FER-KEY
035956         INVALID KEY
035962             SET WS-PERIOD-SCAN-END TO TRUE
035968     END-START.
035974     PERFORM 2070-SCAN-PERIOD THRU 2070-EXIT
035980         UNTIL WS-PERIOD-SCAN-END
035986         OR WS-PERIOD-CHOSEN.
035992
035998     2060-EXIT.
036004         EXIT.
036010
036016*--------------------------------------------------------------*
036022*  2070-SCAN-PERIOD                                            *
036028*--------------------------------------------------------------*
036034     2070-SCAN-PERIOD.
036040
036046     READ FERIAS-CONTROL-FILE NEXT RECORD
036052         AT END
036058             SET WS-PERIOD-SCAN-END TO TRUE
036064             GO TO 2070-EXIT
036070     END-READ.
036076     IF FER-EMPLOYEE-ID NOT = WS-REQUEST-ID
036082         OR FER-PERIOD-END NOT < WS-CURRENT-DATE
036088         SET WS-PERIOD-SCAN-END TO TRUE
036094         GO TO 2070-EXIT
036100     END-IF.
036106     COMPUTE WS-PERIOD-BALANCE = FER-DAYS-EARNED - FER-DAYS-TAKEN
036112         - FER-ABONO-DAYS.
036118     IF WS-PERIOD-BALANCE > ZEROS
036124         SET WS-PERIOD-CHOSEN TO TRUE
036130     END-IF.
036136
036142     2070-EXIT.
036148         EXIT.
036154
036160*--------------------------------------------------------------*
036166*  2100-FIND-BASE                                              *
036172*  SCANS THE EMPLOYEE'S PAYHIST RECORDS AND KEEPS THE GROSS OF *
036178*  THE MOST RECENT MONTHLY (01-12) FOLHA AS THE REMUNERATION   *
036184*  BASE.  13o AND FERIAS RECORDS (MONTH 13 AND UP) ARE NOT     *
036190*  REMUNERATION AND ARE SKIPPED.                               *
036196*--------------------------------------------------------------*
036300     2100-FIND-BASE.
036400
036500     MOVE "N"   TO WS-BASE-FOUND-SWITCH.
048700     MOVE WS-ABONO-TOTAL    TO HIST-OTHER-EARNINGS.
048800     MOVE ZEROS             TO HIST-OTHER-DEDUCTIONS.
048810     MOVE ZEROS             TO HIST-SALFAM-AMOUNT.
048850     MOVE ZEROS             TO HIST-PAYMENT.
048860     MOVE ZEROS             TO HIST-PENSAO-AMOUNT.
048900     WRITE PAYHIST-RECORD
049000         INVALID KEY
049100             REWRITE PAYHIST-RECORD
049624     2760-EXIT.
049626         EXIT.
049628
049642*--------------------------------------------------------------*
049656*  2800-DEBIT-PERIOD                                           *
049670*  THE DAYS OF GOZO AND THE ABONO SOLD COME OFF THE PERIOD     *
049684*  CHOSEN BY 2050-CHOOSE-PERIOD, STILL IN THE RECORD AREA.     *
049698*--------------------------------------------------------------*
049712     2800-DEBIT-PERIOD.
049726
049740     ADD WS-FERIAS-DAYS TO FER-DAYS-TAKEN.
049754     IF WS-ABONO-TAKEN
049768         ADD WS-ABONO-DAYS TO FER-ABONO-DAYS
049782     END-IF.
049796     MOVE WS-CURRENT-DATE TO FER-LAST-PAYMENT-DATE.
049810     REWRITE FERCTL-RECORD
049824         INVALID KEY
049838             DISPLAY "Erro ao debitar o periodo aquisitivo: "
049852                 WS-REQUEST-ID " " FER-PERIOD-START
049866     END-REWRITE.
049880
049894     2800-EXIT.
049908         EXIT.
049922
049936*--------------------------------------------------------------*
049950*  9000-TERMINATE                                              *
049964*--------------------------------------------------------------*
050000     9000-TERMINATE.
050100
050200     CLOSE EMPLOYEE-MASTER.
050300     CLOSE PAYROLL-HISTORY.
050305     CLOSE YTD-MASTER.
050307     CLOSE FERIAS-CONTROL-FILE.
050310     IF NOT WS-DEP-FILE-MISSING
050320         CLOSE DEPENDENT-FILE
050330     END-IF.
