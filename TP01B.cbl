004175*                   RUNLOG RECORD OF A MONTH RECOVERED AFTER   *
004176*                   AN ABEND CLOSES WITH WHOLE-MONTH FIGURES   *
004177*                   AND STILL TIES TO PAYHIST (SEE CHKPT.CPY). *
004178*  15/10/2026  RRC  BANCO DE HORAS: FOR AN EMPLOYEE IN THE     *
004179*                   REGIME THE 50%/100% OVERTIME IS CREDITED   *
004180*                   TO BANCOHRS INSTEAD OF PAID, FOLGAS KEYED  *
004181*                   ARE DEBITED, AND CREDITS REACHING THEIR    *
004182*                   EXPIRY (ALL OF THEM WHEN THE EMPLOYEE      *
004183*                   LEAVES THE REGIME) ARE PAID AT THEIR RATE. *
004184*  15/10/2026  RRC  THE ADIANTAMENTO QUINZENAL PAID BY         *
004185*                   ADIANTAMENTO IS MERGED FROM ADIANTA INTO   *
004186*                   THE PERIOD'S MOVEMENTS AS CODE 101 AND     *
004187*                   MARKED DESCONTADO ONCE THE EMPLOYEE'S      *
004188*                   HISTORY IS WRITTEN.                        *
004189*  15/10/2026  RRC  DIFERENCAS DE DISSIDIO COMPUTED BY         *
004190*                   DISSIDIO ARE MERGED FROM DISSDIF AS CODE   *
004191*                   203 (OUTSIDE THE PROVENTOS LIMIT) AND      *
004192*                   MARKED PAGAS ONCE THE HISTORY IS WRITTEN.  *
004193*                   A TIMESHEET WHOSE HOUR VALUE DIFFERS FROM  *
004194*                   THE CONTRACTUAL ONE ON EMPMST IS REJECTED. *
004195*  15/10/2026  RRC  THE HISTORY RECORD IS WRITTEN WITH THE     *
004196*                   CREDIT SITUATION ZEROED (AGUARDANDO        *
004197*                   RETORNO) - SEE HIST-PAYMENT IN PAYHIST.CPY.*
004198*  15/10/2026  RRC  A RECURRING DESCONTO WITH A BENEFICIARIO   *
004200*                   ON BENEF (PENSAO ALIMENTICIA) IS RECORDED  *
004201*                   ON PENSREP AS IT IS DISCOUNTED AND         *
004202*                   TOTALLED IN HIST-PENSAO-AMOUNT, FOR        *
004203*                   REPASSE-PENSAO TO PASS ON.                 *
004204*  15/10/2026  RRC  A RECURRING PARCELA DISCOUNTED NOW STAMPS  *
004205*                   THE COMPETENCIA ON RECMOV, SO AN ESTORNO OF*
004206*                   THE CALCULATION KNOWS WHICH PARCELAS TO    *
004207*                   GIVE BACK (SEE ESTORNO-CALCULO).           *
004208*  15/10/2026  RRC  THE PREVIA ALSO WRITES PREVIA-DATA, ONE    *
004209*                   MACHINE-READABLE RECORD PER EMPLOYEE, SO   *
004210*                   VARIACAO-FOLHA CAN COMPARE IT WITH         *
004211*                   PAYHIST BEFORE THE REAL RUN.               *
004212*  15/10/2026  RRC  AN ADIANTAMENTO STILL PENDENTE FROM AN     *
004213*                   EARLIER COMPETENCIA (NOT PAID THEN, OR     *
004214*                   RESET BY AN ESTORNO) IS LOADED AND         *
004215*                   DISCOUNTED IN THE NEXT FOLHA; ITS OWN      *
004216*                   PERIOD RIDES IN THE MOVEMENT TABLE SO      *
004217*                   THE RIGHT RECORD IS MARKED DESCONTADO,     *
004218*                   STAMPED WITH THE COMPETENCIA FOR ESTORNO.  *
004219*  15/10/2026  RRC  A DIFERENCA DE DISSIDIO MARKED PAGA IS     *
004220*                   NOW STAMPED WITH THE COMPETENCIA, SO AN    *
004221*                   ESTORNO CAN PUT IT BACK TO PENDENTE.  A    *
004222*                   MOVEMENT REFUSED BY THE PROVENTOS OR       *
004223*                   DESCONTOS LIMIT IS FLAGGED "R" INSTEAD OF  *
004224*                   APPLIED, SO IT IS NEITHER CONSUMED NOR     *
004225*                   RECORDED AS A PENSAO.                      *
004230*--------------------------------------------------------------*
004289
004290 ENVIRONMENT DIVISION.
004300     CONFIGURATION SECTION.
004400     SOURCE-COMPUTER. NOTE.
004500     OBJECT-COMPUTER. NOTE.
006711             ORGANIZATION IS LINE SEQUENTIAL.
006712         SELECT PREVIA-REPORT ASSIGN TO "PREVIA-REPORT"
006713             ORGANIZATION IS LINE SEQUENTIAL.
006714         SELECT PREVIA-DATA-FILE ASSIGN TO "PREVIA-DATA"
006715             ORGANIZATION IS INDEXED
006716             ACCESS MODE IS RANDOM
006717             RECORD KEY IS PVR-EMPLOYEE-ID
006718             FILE STATUS IS WS-PVR-STATUS.
006756         SELECT CHECKPOINT-FILE ASSIGN TO "CHKPT"
006800             ORGANIZATION IS INDEXED
006900             ACCESS MODE IS RANDOM
007130             ACCESS MODE IS RANDOM
007140             RECORD KEY IS RUN-KEY
007150             FILE STATUS IS WS-RUNLOG-STATUS.
007155         SELECT BANCO-HORAS-FILE ASSIGN TO "BANCOHRS"
007160             ORGANIZATION IS INDEXED
007165             ACCESS MODE IS DYNAMIC
007170             RECORD KEY IS BH-EMPLOYEE-ID
007175             FILE STATUS IS WS-BH-STATUS.
007180         SELECT ADIANTAMENTO-FILE ASSIGN TO "ADIANTA"
007183             ORGANIZATION IS INDEXED
007186             ACCESS MODE IS DYNAMIC
007189             RECORD KEY IS ADT-KEY
007192             FILE STATUS IS WS-ADTO-STATUS.
007194         SELECT DISSIDIO-FILE ASSIGN TO "DISSDIF"
007195             ORGANIZATION IS INDEXED
007196             ACCESS MODE IS DYNAMIC
007197             RECORD KEY IS DD-KEY
007198             FILE STATUS IS WS-DISS-STATUS.
007200         SELECT BENEF-FILE ASSIGN TO "BENEF"
007205             ORGANIZATION IS INDEXED
007210             ACCESS MODE IS RANDOM
007215             RECORD KEY IS BEN-KEY
007220             FILE STATUS IS WS-BEN-STATUS.
007225         SELECT PENSAO-REPASSE-FILE ASSIGN TO "PENSREP"
007230             ORGANIZATION IS INDEXED
007235             ACCESS MODE IS RANDOM
007240             RECORD KEY IS PR-KEY
007245             FILE STATUS IS WS-PR-STATUS.
007250
007300*--------------------------------------------------------------*
007400
007500 DATA DIVISION.
009513 FD  PREVIA-REPORT
009514     RECORD CONTAINS 80 CHARACTERS.
009515     COPY PRVLINE.
009516
009517 FD  PREVIA-DATA-FILE.
009518     COPY PRVDATA.
009530
009557 FD  CHECKPOINT-FILE.
009600     COPY CHKPT.
009610
009620 FD  RUN-LOG.
009630     COPY RUNLOG.
009640
009650 FD  BANCO-HORAS-FILE.
009660     COPY BANCOHRS.
009670
009680 FD  ADIANTAMENTO-FILE.
009690     COPY ADTOREC.
009692
009694 FD  DISSIDIO-FILE.
009696     COPY DISSDIF.
009700
009710 FD  BENEF-FILE.
009720     COPY BENEF.
009730
009740 FD  PENSAO-REPASSE-FILE.
009750     COPY PENSREP.
009760
009800     WORKING-STORAGE SECTION.
009900 01  WS-EMPLOYEE.
010000     05  WS-EMPLOYEE-NAME          PIC X(20)     VALUE SPACES.
011900     88  WS-CHKPT-NOT-FOUND                     VALUE "35".
012000 77  WS-RESTART-RECORD-COUNT     PIC 9(7)       VALUE ZEROS.
012100 77  WS-RECORD-COUNT             PIC 9(7)  COMP VALUE ZEROS.
012110
012115*    BANCO DE HORAS (BANCOHRS): CADA CREDITO VENCE
012120*    WS-BH-EXPIRY-MONTHS COMPETENCIAS DEPOIS DA ORIGEM (ACORDO
012125*    INDIVIDUAL - SEIS MESES) E E PAGO NA FOLHA DO VENCIMENTO.
012130 77  WS-BH-STATUS                PIC X(02)      VALUE SPACES.
012135     88  WS-BH-FILE-FOUND                       VALUE "00".
012140     88  WS-BH-NOT-FOUND                        VALUE "35".
012145 77  WS-BH-EXPIRY-MONTHS         PIC 9(2)       VALUE 06.
012150 77  WS-BH-MAX-CREDITS           PIC 9(2)       VALUE 24.
012155*    MESMO LIMITE DE HORAS DO EDTCHK (WS-MAX-WORKED-HOURS): AS
012160*    HORAS VENCIDAS QUE NAO CABEM NO MES FICAM PARA O SEGUINTE.
012165 77  WS-BH-MAX-PAID-HOURS        PIC 9(3)V9(2)  VALUE 310,00.
012170 77  WS-BH-PAY-BASE              PIC 9(4)V9(2)  VALUE ZEROS.
012175 77  WS-BH-HOURS-CHECK           PIC 9(5)V9(2)  VALUE ZEROS.
012180 77  WS-BH-FOLGA-LEFT            PIC 9(3)V9(2)  VALUE ZEROS.
012182 77  WS-BH-SUB                   PIC 9(2)  COMP VALUE ZEROS.
012184 77  WS-BH-KEEP                  PIC 9(2)  COMP VALUE ZEROS.
012186 77  WS-BH-NEW-SWITCH            PIC X(01)      VALUE "N".
012188     88  WS-BH-NEW-RECORD                       VALUE "Y".
012190 77  WS-BH-DEFERRED-SWITCH       PIC X(01)      VALUE "N".
012192     88  WS-BH-PAYMENT-DEFERRED                 VALUE "Y".
012194 77  WS-BH-EMPLOYEES             PIC 9(5)  COMP VALUE ZEROS.
012196 01  WS-BH-EXPIRY.
012197     05  WS-BH-EXPIRY-YEAR        PIC 9(4)      VALUE ZEROS.
012198     05  WS-BH-EXPIRY-MONTH       PIC 9(2)      VALUE ZEROS.
012200
012210*    ADIANTAMENTO QUINZENAL (ADIANTA): OS PENDENTES DA
012215*    COMPETENCIA ENTRAM NA TABELA DE MOVIMENTOS COMO CODIGO 101.
012220 77  WS-ADTO-STATUS              PIC X(02)      VALUE SPACES.
012225     88  WS-ADTO-FILE-FOUND                     VALUE "00".
012230     88  WS-ADTO-EOF                            VALUE "10".
012235 77  WS-ADTO-MISSING-SWITCH      PIC X(01)      VALUE "N".
012240     88  WS-ADTO-FILE-MISSING                   VALUE "Y".
012245 77  WS-ADTO-CODE                PIC 9(3)       VALUE 101.
012250 77  WS-ADTO-LOADED              PIC 9(5)  COMP VALUE ZEROS.
012255
012260*    DIFERENCAS DE DISSIDIO (DISSDIF): AS PENDENTES ATE A
012265*    COMPETENCIA ENTRAM NA TABELA DE MOVIMENTOS COMO CODIGO 203.
012270 77  WS-DISS-STATUS              PIC X(02)      VALUE SPACES.
012275     88  WS-DISS-FILE-FOUND                     VALUE "00".
012280     88  WS-DISS-EOF                            VALUE "10".
012285 77  WS-DISS-MISSING-SWITCH      PIC X(01)      VALUE "N".
012288     88  WS-DISS-FILE-MISSING                   VALUE "Y".
012291 77  WS-DISS-CODE                PIC 9(3)       VALUE 203.
012294 77  WS-DISS-LOADED              PIC 9(5)  COMP VALUE ZEROS.
012297
012300 01  WS-CURRENT-DATE.
012400     05  WS-CURRENT-YEAR          PIC 9(4).
012500     05  WS-CURRENT-MONTH         PIC 9(2).
012600     05  WS-CURRENT-DAY           PIC 9(2).
012610
012620*    PENSAO ALIMENTICIA: DESCONTO RECORRENTE COM BENEFICIARIO
012630*    NO BENEF E GRAVADO NO PENSREP PARA O REPASSE-PENSAO; O
012640*    TOTAL DO FUNCIONARIO VAI PARA HIST-PENSAO-AMOUNT.
012650 77  WS-BEN-STATUS               PIC X(02)      VALUE SPACES.
012655     88  WS-BEN-FILE-FOUND                      VALUE "00".
012660 77  WS-BEN-MISSING-SWITCH       PIC X(01)      VALUE "N".
012665     88  WS-BEN-FILE-MISSING                    VALUE "Y".
012670 77  WS-PR-STATUS                PIC X(02)      VALUE SPACES.
012675     88  WS-PR-FILE-FOUND                       VALUE "00".
012680     88  WS-PR-NOT-FOUND                        VALUE "35".
012685 77  WS-PENSAO-TOTAL             PIC 9(5)V9(2)  VALUE ZEROS.
012690 77  WS-PENSAO-RECORDED          PIC 9(5)  COMP VALUE ZEROS.
012695
012700 01  WS-SWITCHES.
012800     05  WS-EOF-SWITCH            PIC X(01)     VALUE "N".
012900         88  END-OF-EMPLOYEE-FILE               VALUE "Y".
013028         10  WS-MOV-TYPE         PIC X(1).
013030         10  WS-MOV-DESC         PIC X(20).
013032         10  WS-MOV-AMOUNT       PIC 9(5)V9(2).
013033*        "Y" APLICADO, "R" RECUSADO PELO LIMITE, "N" NAO.
013034         10  WS-MOV-APPLIED-SW   PIC X(1).
013035*        CAMPOS DOS RECORRENTES: CODIGO (PARA BAIXAR A PARCELA
013036*        NO RECMOV), PERCENTUAL DO LIQUIDO (ZEROS = VALOR FIXO)
013043         10  WS-MOV-RECURRING-SW PIC X(1).
013045         10  WS-MOV-PARCELA      PIC 9(3).
013047         10  WS-MOV-PARCELAS     PIC 9(3).
013048*        ORIGEM: "A" = ADT-PERIOD (ADIANTA); "S" = DD-PERIODS.
013049         10  WS-MOV-DISS-PERIODS PIC X(12).
013050
013051 77  WS-REC-STATUS               PIC X(02)      VALUE SPACES.
013053     88  WS-REC-FILE-FOUND                      VALUE "00".
013055     88  WS-REC-EOF                             VALUE "10".
013074
013076*    PREVIA DA FOLHA: MESMO PIPELINE, NADA GRAVADO - SO O
013078*    RELATORIO DE CONFERENCIA PARA O RH LIBERAR O RUN REAL.
013079*    PREVIA-DATA LEVA OS MESMOS VALORES PARA VARIACAO-FOLHA.
013080 77  WS-PVR-STATUS               PIC X(02)      VALUE SPACES.
013081 77  WS-SIMULATION-ANSWER        PIC X(01)      VALUE "N".
013082     88  WS-SIMULATION-RUN                      VALUES "S" "s".
013083 77  WS-PREVIA-DEDUCTIONS-TOTAL  PIC 9(9)V9(2)  VALUE ZEROS.
018600         OPEN I-O YTD-MASTER
018700     END-IF.
018800     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
018810
018820     OPEN I-O BANCO-HORAS-FILE.
018830     IF WS-BH-NOT-FOUND
018840         OPEN OUTPUT BANCO-HORAS-FILE
018850         CLOSE BANCO-HORAS-FILE
018860         OPEN I-O BANCO-HORAS-FILE
018870     END-IF.
018900
018901     OPEN I-O PAYROLL-HISTORY.
018902     IF WS-HIST-NOT-FOUND
018908*    NA PREVIA NAO HA REGISTRO DE EXECUCAO NEM CHECKPOINT -
018909*    NADA E GRAVADO E NAO HA RESTART A PROTEGER.
018910     IF WS-SIMULATION-RUN
018911         OPEN OUTPUT PREVIA-REPORT PREVIA-DATA-FILE
018912         GO TO 1000-READ-FIRST
018913     END-IF.
018914
021707     MOVE WS-COMP-MONTH TO PC-COMP-MONTH.
021710     PERFORM 1300-LOAD-MOVEMENTS THRU 1300-EXIT.
021720     PERFORM 1400-LOAD-RECURRING THRU 1400-EXIT.
021725     PERFORM 1500-LOAD-ADIANTAMENTOS THRU 1500-EXIT.
021727     PERFORM 1600-LOAD-DISSIDIO THRU 1600-EXIT.
021728     PERFORM 1700-OPEN-PENSAO THRU 1700-EXIT.
021730
021731     IF WS-SIMULATION-RUN
021732         MOVE WS-PREVIA-HEADER-LINE-1 TO PREVIA-LINE
027007             GO TO 2000-READ-NEXT
027008         END-IF
027009     END-IF.
027011
027013*    COM VALOR HORA CONTRATUAL NO CADASTRO (TP03/DISSIDIO) O
027015*    TIMESHEET TEM DE TRAZER O MESMO VALOR.
027017     IF EMPMST-HOUR-VALUE > ZEROS
027019         AND TS-HOUR-VALUE NOT = EMPMST-HOUR-VALUE
027021         SET ED-RECORD-INVALID TO TRUE
027023         MOVE "VALOR HORA DIFERENTE DO CONTRATUAL"
027024             TO ED-REJECT-REASON
027025         DISPLAY "Lancamento rejeitado: " TS-EMPLOYEE-ID
027026             " - " ED-REJECT-REASON
027027         PERFORM 2500-LOG-EXCEPTION THRU 2500-EXIT
027028         GO TO 2000-READ-NEXT
027029     END-IF.
027031
027053     SET ED-EDIT-TIMESHEET TO TRUE.
027075     CALL "EDTCHK" USING EDITPRM-AREA.
027500         PERFORM 2500-LOG-EXCEPTION THRU 2500-EXIT
027600         GO TO 2000-READ-NEXT
027700     END-IF.
027710
027720*    BANCO DE HORAS (VER 2400): NO REGIME AS HORAS EXTRAS VAO
027730*    PARA O SALDO E SO AS HORAS VENCIDAS CHEGAM AO CALCSAL.
027740     PERFORM 2400-BANCO-HORAS THRU 2400-EXIT.
027800
027810*    MOVIMENTOS DO FUNCIONARIO: PROVENTOS/DESCONTOS SOMADOS EM
027820*    PC-OTHER-* E LINHAS MONTADAS PARA O HOLERITE.
027830     MOVE ZEROS TO PC-OTHER-EARNINGS.
027840     MOVE ZEROS TO PC-OTHER-DEDUCTIONS.
027850     MOVE ZEROS TO PS-MOVEMENT-COUNT.
027855     MOVE ZEROS TO WS-PENSAO-TOTAL.
027860     PERFORM 2550-APPLY-ONE-MOVEMENT THRU 2550-EXIT
027870         VARYING WS-MOV-SUB FROM 1 BY 1
027880         UNTIL WS-MOV-SUB > WS-MOV-USED.
028150*    NADA E IMPRESSO NEM POSTADO.
028160     IF WS-SIMULATION-RUN
028170         PERFORM 2950-WRITE-PREVIA-LINE THRU 2950-EXIT
028175         PERFORM 2960-WRITE-PREVIA-DATA THRU 2960-EXIT
028180         GO TO 2000-READ-NEXT
028190     END-IF.
028200
029510     PERFORM 2710-PRINT-GPS-LINE  THRU 2710-EXIT.
029520     PERFORM 2720-PRINT-DARF-LINE THRU 2720-EXIT.
029530     PERFORM 2850-WRITE-HISTORY   THRU 2850-EXIT.
029531     PERFORM 2570-CONSUME-ADIANTAMENTO THRU 2570-EXIT
029532         VARYING WS-MOV-SUB FROM 1 BY 1
029533         UNTIL WS-MOV-SUB > WS-MOV-USED.
029535     PERFORM 2575-CONSUME-DISSIDIO THRU 2575-EXIT
029536         VARYING WS-MOV-SUB FROM 1 BY 1
029537         UNTIL WS-MOV-SUB > WS-MOV-USED.
029540     PERFORM 2900-WRITE-REMIT-LINE THRU 2900-EXIT.
029600
029700     2000-READ-NEXT.
033057     IF WS-MOV-TYPE (WS-MOV-SUB) = "P"
033058         ADD PC-OTHER-EARNINGS WS-MOV-AMOUNT (WS-MOV-SUB)
033061             GIVING WS-MOVEMENT-CHECK
033062*        DIFERENCA DE DISSIDIO E CALCULADA PELO SISTEMA SOBRE
033063*        MESES FECHADOS E NAO ENTRA NO LIMITE DE PROVENTOS.
033064         IF WS-MOVEMENT-CHECK > WS-MAX-OTHER-EARNINGS
033065             AND WS-MOV-RECURRING-SW (WS-MOV-SUB) NOT = "S"
033067             DISPLAY "Movimento excede o limite de proventos: "
033070                 WS-EMPLOYEE-ID
033073             ADD 1 TO WS-MOVEMENTS-REJECTED
033076             MOVE "R" TO WS-MOV-APPLIED-SW (WS-MOV-SUB)
033079             GO TO 2550-EXIT
033082         END-IF
033085         MOVE WS-MOVEMENT-CHECK TO PC-OTHER-EARNINGS
033100             DISPLAY "Movimento excede o limite de descontos: "
033103                 WS-EMPLOYEE-ID
033106             ADD 1 TO WS-MOVEMENTS-REJECTED
033109             MOVE "R" TO WS-MOV-APPLIED-SW (WS-MOV-SUB)
033112             GO TO 2550-EXIT
033115         END-IF
033118         MOVE WS-MOVEMENT-CHECK TO PC-OTHER-DEDUCTIONS
033166*    CONTADOR NO RECMOV E SAI NO RELATORIO DE RECORRENTES.
033167     IF WS-MOV-RECURRING-SW (WS-MOV-SUB) = "Y"
033168         PERFORM 2580-CONSUME-PARCELA   THRU 2580-EXIT
033169         PERFORM 2565-RECORD-PENSAO     THRU 2565-EXIT
033170         PERFORM 2590-WRITE-RECAP-LINE  THRU 2590-EXIT
033171     END-IF.
033172
033205         DISPLAY "Movimento excede o limite de descontos: "
033206             WS-EMPLOYEE-ID
033207         ADD 1 TO WS-MOVEMENTS-REJECTED
033208         MOVE "R" TO WS-MOV-APPLIED-SW (WS-MOV-SUB)
033209         GO TO 2560-EXIT
033211     END-IF.
033212     MOVE WS-MOVEMENT-CHECK TO PC-OTHER-DEDUCTIONS.
033227         DISPLAY "Mais de 10 movimentos no holerite: "
033228             WS-EMPLOYEE-ID
033229     END-IF.
033230
033231     PERFORM 2565-RECORD-PENSAO    THRU 2565-EXIT.
033232     PERFORM 2580-CONSUME-PARCELA  THRU 2580-EXIT.
033233     PERFORM 2590-WRITE-RECAP-LINE THRU 2590-EXIT.
033234
033256     IF REC-PARCELS-LEFT > ZEROS
033257         SUBTRACT 1 FROM REC-PARCELS-LEFT
033258     END-IF.
033259     MOVE WS-COMPETENCIA TO REC-LAST-PERIOD.
033260     REWRITE RECMOV-RECORD.
033261
033262     2580-EXIT.
033263         EXIT.
033428     MOVE EMPMST-LAST-NAME TO WS-EMPLOYEE-LAST-NAME.
033429     MOVE WS-SCAN-LEAVE-ID TO WS-EMPLOYEE-ID.
033430     PERFORM 2700-PRINT-FGTS-LINE THRU 2700-EXIT.
033431     MOVE ZEROS TO HIST-PAYMENT HIST-PENSAO-AMOUNT.
033432     MOVE WS-SCAN-LEAVE-ID TO HIST-EMPLOYEE-ID.
033433     MOVE WS-COMP-YEAR     TO HIST-YEAR.
033434     MOVE WS-COMP-MONTH    TO HIST-MONTH.
043805     MOVE PC-INSS-DEDUCTION     TO HIST-INSS-DEDUCTION.
043810     MOVE PC-IRRF-DEDUCTION     TO HIST-IRRF-DEDUCTION.
043815     MOVE PC-SALARY-NET         TO HIST-SALARY-NET.
043817     MOVE WS-PENSAO-TOTAL       TO HIST-PENSAO-AMOUNT.
043820     MOVE PC-FGTS-DEPOSIT       TO HIST-FGTS-DEPOSIT.
043821     MOVE PC-OTHER-EARNINGS     TO HIST-OTHER-EARNINGS.
043822     MOVE PC-OTHER-DEDUCTIONS   TO HIST-OTHER-DEDUCTIONS.
043823     MOVE PC-SALFAM-AMOUNT      TO HIST-SALFAM-AMOUNT.
043824     MOVE ZEROS                 TO HIST-PAYMENT.
043825     WRITE PAYHIST-RECORD
043830         INVALID KEY
043835             REWRITE PAYHIST-RECORD
044530     END-IF.
044600     CLOSE YTD-MASTER.
044610     CLOSE PAYROLL-HISTORY.
044620     CLOSE BANCO-HORAS-FILE.
044630     IF NOT WS-ADTO-FILE-MISSING
044640         CLOSE ADIANTAMENTO-FILE
044650     END-IF.
044660     IF NOT WS-DISS-FILE-MISSING
044665         CLOSE DISSIDIO-FILE
044670     END-IF.
044675     IF NOT WS-BEN-FILE-MISSING
044680         CLOSE BENEF-FILE
044685     END-IF.
044690     IF NOT WS-BEN-FILE-MISSING AND NOT WS-SIMULATION-RUN
044693         CLOSE PENSAO-REPASSE-FILE
044695         DISPLAY "Pensoes gravadas no PENSREP: "
044696             WS-PENSAO-RECORDED
044698     END-IF.
044700     IF EXCEPTION-FILE-IS-OPEN
044800         CLOSE EXCEPTION-FILE
044900     END-IF.
046321         DISPLAY "Depositos de FGTS maternidade: "
046322             WS-MATERNITY-DEPOSITS
046323     END-IF.
046324     DISPLAY "Funcionarios com banco de horas postado: "
046325         WS-BH-EMPLOYEES.
046326     PERFORM 9100-CHECK-UNAPPLIED THRU 9100-EXIT
046330         VARYING WS-MOV-SUB FROM 1 BY 1
046340         UNTIL WS-MOV-SUB > WS-MOV-USED.
046490     MOVE WS-NET-TOTAL TO PVT-AMOUNT.
046492     MOVE WS-PREVIA-TOTAL-LINE TO PREVIA-LINE.
046494     WRITE PREVIA-LINE.
046496     CLOSE PREVIA-REPORT PREVIA-DATA-FILE.
046497
046498     DISPLAY "PREVIA concluida - funcionarios simulados: "
046499         WS-EMPLOYEES-PROCESSED.
047300*--------------------------------------------------------------*
047400     9100-CHECK-UNAPPLIED.
047500
047600     IF WS-MOV-APPLIED-SW (WS-MOV-SUB) = "N"
047700         DISPLAY "Movimento nao aplicado - prontuario: "
047800             WS-MOV-EMPLOYEE-ID (WS-MOV-SUB)
047900         ADD 1 TO WS-MOVEMENTS-UNAPPLIED
048100
048200     9100-EXIT.
048300         EXIT.
048400
048500*--------------------------------------------------------------*
048600*  2400-BANCO-HORAS                                            *
048700*  POSTS THE COMPETENCIA TO THE EMPLOYEE'S BANCO DE HORAS      *
048800*  BEFORE CALCSAL.  IN THE REGIME THE TIMESHEET'S 50%/100%     *
048900*  HOURS BECOME A NEW CREDIT AND ARE NOT PAID; FOLGAS KEYED    *
049000*  ARE DEBITED OLDEST CREDIT FIRST; CREDITS WHOSE EXPIRY HAS   *
049100*  ARRIVED ARE PAID IN THIS FOLHA AS 50%/100% OVERTIME.  AN    *
049200*  EMPLOYEE TAKEN OUT OF THE REGIME HAS THE WHOLE BALANCE      *
049300*  PAID.  THE PREVIA WORKS ON THE RECORD IN MEMORY ONLY.       *
049400*--------------------------------------------------------------*
049500     2400-BANCO-HORAS.
049600
049700     MOVE "N" TO WS-BH-NEW-SWITCH.
049800     MOVE WS-EMPLOYEE-ID TO BH-EMPLOYEE-ID.
049900     READ BANCO-HORAS-FILE
050000         INVALID KEY
050100             SET WS-BH-NEW-RECORD TO TRUE
050200     END-READ.
050300     IF WS-BH-NEW-RECORD
050400         IF NOT EMPMST-IN-BANCO-HORAS
050500             GO TO 2400-EXIT
050600         END-IF
050700         PERFORM 2405-INITIALIZE-BANCO THRU 2405-EXIT
050800     END-IF.
050900
051000*    RESTART: O MES JA FOI POSTADO PARA ESTE PRONTUARIO - SO
051100*    REPETE O PAGAMENTO JA APURADO, SEM CREDITAR DE NOVO.
051200     IF BH-MONTH-POSTED
051300         AND BH-MONTH-COMP = WS-COMPETENCIA
051400         GO TO 2400-PAY-HOURS
051500     END-IF.
051600*    FORA DO REGIME E SEM SALDO NAO HA NADA A POSTAR.
051700     IF NOT EMPMST-IN-BANCO-HORAS
051800         AND BH-CREDIT-COUNT = ZEROS
051900         GO TO 2400-EXIT
052000     END-IF.
052100
052200     MOVE WS-COMPETENCIA TO BH-MONTH-COMP.
052300     MOVE BH-BALANCE-50  TO BH-MONTH-OPEN-50.
052400     MOVE BH-BALANCE-100 TO BH-MONTH-OPEN-100.
052500     MOVE ZEROS          TO BH-MONTH-CREDIT-50.
052600     MOVE ZEROS          TO BH-MONTH-CREDIT-100.
052700     MOVE ZEROS          TO BH-MONTH-FOLGA-50.
052800     MOVE ZEROS          TO BH-MONTH-FOLGA-100.
052900     MOVE ZEROS          TO BH-MONTH-PAID-50.
053000     MOVE ZEROS          TO BH-MONTH-PAID-100.
053100
053200*    HORAS QUE O MES JA PAGA, PARA O TESTE DE LIMITE DO
053300*    PAGAMENTO DAS HORAS VENCIDAS.
053400     IF EMPMST-IN-BANCO-HORAS
053500         MOVE PC-REGULAR-HOURS TO WS-BH-PAY-BASE
053600     ELSE
053700         ADD PC-REGULAR-HOURS PC-OVERTIME-50-HOURS
053800             PC-OVERTIME-100-HOURS GIVING WS-BH-PAY-BASE
053900     END-IF.
054000
054100     IF BH-FOLGA-PENDING > ZEROS
054200         PERFORM 2410-DEBIT-FOLGA THRU 2410-EXIT
054300     END-IF.
054400
054500     MOVE "N" TO WS-BH-DEFERRED-SWITCH.
054600     PERFORM 2420-EXPIRE-ONE-CREDIT THRU 2420-EXIT
054700         VARYING WS-BH-SUB FROM 1 BY 1
054800         UNTIL WS-BH-SUB > BH-CREDIT-COUNT.
054900     IF WS-BH-PAYMENT-DEFERRED
055000         DISPLAY "Horas vencidas acima do limite do mes - "
055100             "pagamento adiado: " WS-EMPLOYEE-ID
055200     END-IF.
055300     PERFORM 2430-COMPACT-CREDITS THRU 2430-EXIT.
055400
055500     IF EMPMST-IN-BANCO-HORAS
055600         PERFORM 2440-ADD-CREDIT THRU 2440-EXIT
055700     END-IF.
055800
055900     PERFORM 2450-SUM-BALANCE THRU 2450-EXIT.
056000     SET BH-MONTH-POSTED TO TRUE.
056100     ADD 1 TO WS-BH-EMPLOYEES.
056200     IF NOT WS-SIMULATION-RUN
056300         IF WS-BH-NEW-RECORD
056400             WRITE BANCO-HORAS-RECORD
056500         ELSE
056600             REWRITE BANCO-HORAS-RECORD
056700         END-IF
056800     END-IF.
056900
057000     2400-PAY-HOURS.
057100*    NO REGIME SO AS HORAS VENCIDAS SAO PAGAS; FORA DELE AS
057200*    VENCIDAS SE SOMAM AS HORAS EXTRAS DO LANCAMENTO.
057300     IF EMPMST-IN-BANCO-HORAS
057400         MOVE BH-MONTH-PAID-50  TO PC-OVERTIME-50-HOURS
057500         MOVE BH-MONTH-PAID-100 TO PC-OVERTIME-100-HOURS
057600     ELSE
057700         ADD BH-MONTH-PAID-50   TO PC-OVERTIME-50-HOURS
057800         ADD BH-MONTH-PAID-100  TO PC-OVERTIME-100-HOURS
057900     END-IF.
058000
058100     2400-EXIT.
058200         EXIT.
058300
058400*--------------------------------------------------------------*
058500*  2405-INITIALIZE-BANCO                                       *
058600*  FIRST MONTH OF AN EMPLOYEE IN THE REGIME: EMPTY BALANCE.    *
058700*--------------------------------------------------------------*
058800     2405-INITIALIZE-BANCO.
058900
059000     MOVE WS-EMPLOYEE-ID TO BH-EMPLOYEE-ID.
059100     MOVE ZEROS          TO BH-BALANCE-50.
059200     MOVE ZEROS          TO BH-BALANCE-100.
059300     MOVE ZEROS          TO BH-FOLGA-PENDING.
059400     MOVE ZEROS          TO BH-FOLGA-COMP.
059500     MOVE ZEROS          TO BH-MONTH-COMP.
059600     MOVE ZEROS          TO BH-MONTH-OPEN-50.
059700     MOVE ZEROS          TO BH-MONTH-OPEN-100.
059800     MOVE ZEROS          TO BH-MONTH-CREDIT-50.
059900     MOVE ZEROS          TO BH-MONTH-CREDIT-100.
060000     MOVE ZEROS          TO BH-MONTH-FOLGA-50.
060100     MOVE ZEROS          TO BH-MONTH-FOLGA-100.
060200     MOVE ZEROS          TO BH-MONTH-PAID-50.
060300     MOVE ZEROS          TO BH-MONTH-PAID-100.
060400     MOVE "N"            TO BH-MONTH-POSTED-SW.
060500     MOVE ZEROS          TO BH-CREDIT-COUNT.
060600
060700     2405-EXIT.
060800         EXIT.
060900
061000*--------------------------------------------------------------*
061100*  2410-DEBIT-FOLGA                                            *
061200*  FOLGA HOURS COME OFF THE OLDEST CREDITS FIRST, 50% HOURS    *
061300*  BEFORE 100% WITHIN A CREDIT.  A FOLGA LARGER THAN THE       *
061400*  BALANCE STAYS PENDING FOR THE NEXT CREDITS.                 *
061500*--------------------------------------------------------------*
061600     2410-DEBIT-FOLGA.
061700
061800     MOVE BH-FOLGA-PENDING TO WS-BH-FOLGA-LEFT.
061900     PERFORM 2415-DEBIT-ONE-CREDIT THRU 2415-EXIT
062000         VARYING WS-BH-SUB FROM 1 BY 1
062100         UNTIL WS-BH-SUB > BH-CREDIT-COUNT
062200         OR WS-BH-FOLGA-LEFT = ZEROS.
062300     MOVE WS-BH-FOLGA-LEFT TO BH-FOLGA-PENDING.
062400     IF WS-BH-FOLGA-LEFT > ZEROS
062500         DISPLAY "Folga acima do saldo do banco de horas - "
062600             "fica pendente: " WS-EMPLOYEE-ID
062700     END-IF.
062800
062900     2410-EXIT.
063000         EXIT.
063100
063200*--------------------------------------------------------------*
063300*  2415-DEBIT-ONE-CREDIT                                       *
063400*--------------------------------------------------------------*
063500     2415-DEBIT-ONE-CREDIT.
063600
063700     IF BH-CR-HOURS-50 (WS-BH-SUB) > WS-BH-FOLGA-LEFT
063800         SUBTRACT WS-BH-FOLGA-LEFT FROM BH-CR-HOURS-50 (WS-BH-SUB)
063900         ADD WS-BH-FOLGA-LEFT TO BH-MONTH-FOLGA-50
064000         MOVE ZEROS TO WS-BH-FOLGA-LEFT
064100     ELSE
064200         ADD BH-CR-HOURS-50 (WS-BH-SUB) TO BH-MONTH-FOLGA-50
064300         SUBTRACT BH-CR-HOURS-50 (WS-BH-SUB) FROM WS-BH-FOLGA-LEFT
064400         MOVE ZEROS TO BH-CR-HOURS-50 (WS-BH-SUB)
064500     END-IF.
064600
064700     IF BH-CR-HOURS-100 (WS-BH-SUB) > WS-BH-FOLGA-LEFT
064800         SUBTRACT WS-BH-FOLGA-LEFT
064900             FROM BH-CR-HOURS-100 (WS-BH-SUB)
065000         ADD WS-BH-FOLGA-LEFT TO BH-MONTH-FOLGA-100
065100         MOVE ZEROS TO WS-BH-FOLGA-LEFT
065200     ELSE
065300         ADD BH-CR-HOURS-100 (WS-BH-SUB) TO BH-MONTH-FOLGA-100
065400         SUBTRACT BH-CR-HOURS-100 (WS-BH-SUB)
065500             FROM WS-BH-FOLGA-LEFT
065600         MOVE ZEROS TO BH-CR-HOURS-100 (WS-BH-SUB)
065700     END-IF.
065800
065900     2415-EXIT.
066000         EXIT.
066100
066200*--------------------------------------------------------------*
066300*  2420-EXPIRE-ONE-CREDIT                                      *
066400*  A CREDIT WHOSE EXPIRY COMPETENCIA HAS ARRIVED (ANY CREDIT   *
066500*  WHEN THE EMPLOYEE IS NO LONGER IN THE REGIME) IS PAID, AS   *
066600*  LONG AS THE MONTH'S HOURS STAY WITHIN THE EDTCHK LIMIT;     *
066700*  OTHERWISE IT WAITS FOR THE NEXT FOLHA.                      *
066800*--------------------------------------------------------------*
066900     2420-EXPIRE-ONE-CREDIT.
067000
067100     IF EMPMST-IN-BANCO-HORAS
067200         AND BH-CR-EXPIRY (WS-BH-SUB) > WS-COMPETENCIA
067300         GO TO 2420-EXIT
067400     END-IF.
067500
067600     ADD WS-BH-PAY-BASE BH-MONTH-PAID-50 BH-MONTH-PAID-100
067700         BH-CR-HOURS-50 (WS-BH-SUB) BH-CR-HOURS-100 (WS-BH-SUB)
067800         GIVING WS-BH-HOURS-CHECK.
067900     IF WS-BH-HOURS-CHECK > WS-BH-MAX-PAID-HOURS
068000         SET WS-BH-PAYMENT-DEFERRED TO TRUE
068100         GO TO 2420-EXIT
068200     END-IF.
068300
068400     ADD BH-CR-HOURS-50 (WS-BH-SUB)  TO BH-MONTH-PAID-50.
068500     ADD BH-CR-HOURS-100 (WS-BH-SUB) TO BH-MONTH-PAID-100.
068600     MOVE ZEROS TO BH-CR-HOURS-50 (WS-BH-SUB).
068700     MOVE ZEROS TO BH-CR-HOURS-100 (WS-BH-SUB).
068800
068900     2420-EXIT.
069000         EXIT.
069100
069200*--------------------------------------------------------------*
069300*  2430-COMPACT-CREDITS                                        *
069400*  DROPS THE CREDITS LEFT WITHOUT HOURS, KEEPING THE OTHERS    *
069500*  IN ORIGIN ORDER.                                            *
069600*--------------------------------------------------------------*
069700     2430-COMPACT-CREDITS.
069800
069900     MOVE ZEROS TO WS-BH-KEEP.
070000     PERFORM 2435-KEEP-ONE-CREDIT THRU 2435-EXIT
070100         VARYING WS-BH-SUB FROM 1 BY 1
070200         UNTIL WS-BH-SUB > BH-CREDIT-COUNT.
070300     MOVE WS-BH-KEEP TO BH-CREDIT-COUNT.
070400
070500     2430-EXIT.
070600         EXIT.
070700
070800*--------------------------------------------------------------*
070900*  2435-KEEP-ONE-CREDIT                                        *
071000*--------------------------------------------------------------*
071100     2435-KEEP-ONE-CREDIT.
071200
071300     IF BH-CR-HOURS-50 (WS-BH-SUB) = ZEROS
071400         AND BH-CR-HOURS-100 (WS-BH-SUB) = ZEROS
071500         GO TO 2435-EXIT
071600     END-IF.
071700     ADD 1 TO WS-BH-KEEP.
071800     IF WS-BH-KEEP NOT = WS-BH-SUB
071900         MOVE BH-CREDIT (WS-BH-SUB) TO BH-CREDIT (WS-BH-KEEP)
072000     END-IF.
072100
072200     2435-EXIT.
072300         EXIT.
072400
072500*--------------------------------------------------------------*
072600*  2440-ADD-CREDIT                                             *
072700*  THE TIMESHEET'S 50%/100% HOURS BECOME THE COMPETENCIA'S     *
072800*  CREDIT, EXPIRING WS-BH-EXPIRY-MONTHS LATER.  WITH THE       *
072900*  CREDIT TABLE FULL THE HOURS ARE PAID INSTEAD.               *
073000*--------------------------------------------------------------*
073100     2440-ADD-CREDIT.
073200
073300     IF PC-OVERTIME-50-HOURS = ZEROS
073400         AND PC-OVERTIME-100-HOURS = ZEROS
073500         GO TO 2440-EXIT
073600     END-IF.
073700
073800     IF BH-CREDIT-COUNT NOT < WS-BH-MAX-CREDITS
073900         DISPLAY "Banco de horas cheio - horas extras pagas: "
074000             WS-EMPLOYEE-ID
074100         ADD PC-OVERTIME-50-HOURS  TO BH-MONTH-PAID-50
074200         ADD PC-OVERTIME-100-HOURS TO BH-MONTH-PAID-100
074300         GO TO 2440-EXIT
074400     END-IF.
074500
074600     MOVE WS-COMP-YEAR TO WS-BH-EXPIRY-YEAR.
074700     ADD WS-COMP-MONTH WS-BH-EXPIRY-MONTHS
074800         GIVING WS-BH-EXPIRY-MONTH.
074900     IF WS-BH-EXPIRY-MONTH > 12
075000         SUBTRACT 12 FROM WS-BH-EXPIRY-MONTH
075100         ADD 1 TO WS-BH-EXPIRY-YEAR
075200     END-IF.
075300
075400     ADD 1 TO BH-CREDIT-COUNT.
075500     MOVE WS-COMPETENCIA TO BH-CR-ORIGIN (BH-CREDIT-COUNT).
075600     MOVE WS-BH-EXPIRY   TO BH-CR-EXPIRY (BH-CREDIT-COUNT).
075700     MOVE PC-OVERTIME-50-HOURS
075800         TO BH-CR-HOURS-50 (BH-CREDIT-COUNT).
075900     MOVE PC-OVERTIME-100-HOURS
076000         TO BH-CR-HOURS-100 (BH-CREDIT-COUNT).
076100     MOVE PC-OVERTIME-50-HOURS  TO BH-MONTH-CREDIT-50.
076200     MOVE PC-OVERTIME-100-HOURS TO BH-MONTH-CREDIT-100.
076300
076400     2440-EXIT.
076500         EXIT.
076600
076700*--------------------------------------------------------------*
076800*  2450-SUM-BALANCE                                            *
076900*  THE BALANCE IS ALWAYS THE SUM OF THE OPEN CREDITS.          *
077000*--------------------------------------------------------------*
077100     2450-SUM-BALANCE.
077200
077300     MOVE ZEROS TO BH-BALANCE-50.
077400     MOVE ZEROS TO BH-BALANCE-100.
077500     PERFORM 2455-ADD-ONE-BALANCE THRU 2455-EXIT
077600         VARYING WS-BH-SUB FROM 1 BY 1
077700         UNTIL WS-BH-SUB > BH-CREDIT-COUNT.
077800
077900     2450-EXIT.
078000         EXIT.
078100
078200*--------------------------------------------------------------*
078300*  2455-ADD-ONE-BALANCE                                        *
078400*--------------------------------------------------------------*
078500     2455-ADD-ONE-BALANCE.
078600
078700     ADD BH-CR-HOURS-50 (WS-BH-SUB)  TO BH-BALANCE-50.
078800     ADD BH-CR-HOURS-100 (WS-BH-SUB) TO BH-BALANCE-100.
078900
079000     2455-EXIT.
079100         EXIT.
079200
079300*--------------------------------------------------------------*
079400*  1500-LOAD-ADIANTAMENTOS                                     *
079500*  MERGES THE ADIANTAMENTOS STILL PENDENTE UP TO THE           *
079550*  COMPETENCIA (EARLIER ONES CARRY FORWARD, AS IN DISSDIF)     *
079600*  INTO THE MOVEMENT TABLE AS CODE 101, VALIDATED BY EDTCHK    *
079700*  LIKE A KEYED DESCONTO.  THE FILE STAYS OPEN FOR THE RUN SO  *
079800*  EACH ONE CAN BE MARKED DESCONTADO WHEN THE EMPLOYEE IS      *
079900*  PAID.  NO FILE MEANS NO ADIANTAMENTO WAS PAID - NORMAL.     *
080000*--------------------------------------------------------------*
080100     1500-LOAD-ADIANTAMENTOS.
080200
080300     OPEN I-O ADIANTAMENTO-FILE.
080400     IF NOT WS-ADTO-FILE-FOUND
080500         DISPLAY "Sem adiantamentos a descontar"
080600         SET WS-ADTO-FILE-MISSING TO TRUE
080700         GO TO 1500-EXIT
080800     END-IF.
080900
081000     MOVE ZEROS TO ADT-KEY.
081100     START ADIANTAMENTO-FILE KEY NOT < ADT-KEY
081200         INVALID KEY
081300             GO TO 1500-EXIT
081400     END-START.
081500     PERFORM 1550-LOAD-ONE-ADIANTAMENTO THRU 1550-EXIT
081600         UNTIL WS-ADTO-EOF.
081700     DISPLAY "Adiantamentos carregados: " WS-ADTO-LOADED.
081800
081900     1500-EXIT.
082000         EXIT.
082100
082200*--------------------------------------------------------------*
082300*  1550-LOAD-ONE-ADIANTAMENTO                                  *
082400*  THE CONTROL RECORD (PRONTUARIO 00000), LATER COMPETENCIAS   *
082500*  AND ADIANTAMENTOS ALREADY DESCONTADOS (RESTART) ARE         *
082550*  SKIPPED.                                                    *
082600*--------------------------------------------------------------*
082700     1550-LOAD-ONE-ADIANTAMENTO.
082800
082900     READ ADIANTAMENTO-FILE NEXT RECORD
083000         AT END GO TO 1550-EXIT
083100     END-READ.
083200
083300     IF ADT-CONTROL-RECORD
083400         OR ADT-PERIOD > WS-COMPETENCIA
083500         OR NOT ADT-PENDING
083600         GO TO 1550-EXIT
083700     END-IF.
083800
083900     SET ED-EDIT-MOVEMENT TO TRUE.
084000     MOVE ADT-EMPLOYEE-ID TO ED-EMPLOYEE-ID.
084100     MOVE WS-ADTO-CODE    TO ED-MOVEMENT-CODE.
084200     MOVE ADT-AMOUNT      TO ED-MOVEMENT-AMOUNT.
084300     CALL "EDTCHK" USING EDITPRM-AREA.
084400     IF ED-RECORD-INVALID
084500         DISPLAY "Adiantamento rejeitado: " ADT-EMPLOYEE-ID
084600             " - " ED-REJECT-REASON
084700         ADD 1 TO WS-MOVEMENTS-REJECTED
084800         GO TO 1550-EXIT
084900     END-IF.
085000
085100     IF WS-MOV-USED >= WS-MAX-MOV-ENTRIES
085200         DISPLAY "Tabela de movimentos cheia - "
085300             "adiantamento ignorado: " ADT-EMPLOYEE-ID
085400         ADD 1 TO WS-MOVEMENTS-REJECTED
085500         GO TO 1550-EXIT
085600     END-IF.
085700
085800     ADD 1 TO WS-MOV-USED.
085900     MOVE ADT-EMPLOYEE-ID    TO WS-MOV-EMPLOYEE-ID (WS-MOV-USED).
086000     MOVE ED-MOVEMENT-TYPE   TO WS-MOV-TYPE (WS-MOV-USED).
086100     MOVE ED-MOVEMENT-DESC   TO WS-MOV-DESC (WS-MOV-USED).
086200     MOVE ADT-AMOUNT         TO WS-MOV-AMOUNT (WS-MOV-USED).
086300     MOVE "N"                TO WS-MOV-APPLIED-SW (WS-MOV-USED).
086400     MOVE WS-ADTO-CODE       TO WS-MOV-CODE (WS-MOV-USED).
086500     MOVE ZEROS              TO WS-MOV-PERCENT (WS-MOV-USED).
086600     MOVE "A"                TO WS-MOV-RECURRING-SW (WS-MOV-USED).
086700     MOVE ZEROS              TO WS-MOV-PARCELA (WS-MOV-USED).
086800     MOVE ZEROS              TO WS-MOV-PARCELAS (WS-MOV-USED).
086850     MOVE ADT-PERIOD         TO WS-MOV-DISS-PERIODS (WS-MOV-USED).
086900     ADD 1 TO WS-ADTO-LOADED.
087000
087100     1550-EXIT.
087200         EXIT.
087300
087400*--------------------------------------------------------------*
087500*  2570-CONSUME-ADIANTAMENTO                                   *
087600*  AFTER THE EMPLOYEE'S HISTORY IS WRITTEN, THE ADIANTAMENTO   *
087700*  DISCOUNTED IN THE FOLHA IS MARKED DESCONTADO ON ADIANTA, SO *
087800*  A RESTART DOES NOT LOAD IT AGAIN.  THE PREVIA LEAVES IT     *
087900*  PENDENTE.                                                   *
088000*--------------------------------------------------------------*
088100     2570-CONSUME-ADIANTAMENTO.
088200
088300     IF WS-ADTO-FILE-MISSING OR WS-SIMULATION-RUN
088400         GO TO 2570-EXIT
088500     END-IF.
088600     IF WS-MOV-EMPLOYEE-ID (WS-MOV-SUB) NOT = WS-EMPLOYEE-ID
088700         OR WS-MOV-RECURRING-SW (WS-MOV-SUB) NOT = "A"
088800         OR WS-MOV-APPLIED-SW (WS-MOV-SUB) NOT = "Y"
088900         GO TO 2570-EXIT
089000     END-IF.
089100
089200     MOVE WS-MOV-EMPLOYEE-ID (WS-MOV-SUB) TO ADT-EMPLOYEE-ID.
089300     MOVE WS-MOV-DISS-PERIODS (WS-MOV-SUB) TO ADT-PERIOD.
089400     READ ADIANTAMENTO-FILE
089500         INVALID KEY
089600             GO TO 2570-EXIT
089700     END-READ.
089800     SET ADT-DISCOUNTED TO TRUE.
089850     MOVE WS-COMPETENCIA TO ADT-DISCOUNT-PERIOD.
089900     REWRITE ADIANTAMENTO-RECORD.
090000
090100     2570-EXIT.
090200         EXIT.
090300
090400*--------------------------------------------------------------*
090500*  1600-LOAD-DISSIDIO                                          *
090600*  MERGES THE DIFERENCAS DE DISSIDIO STILL PENDENTE (FROM THE  *
090700*  DISSIDIO RUN OF THIS OR AN EARLIER COMPETENCIA) INTO THE    *
090800*  MOVEMENT TABLE AS CODE 203, ONE ENTRY PER MONTH OF          *
090900*  REFERENCE.  THE FILE STAYS OPEN SO EACH ONE CAN BE MARKED   *
091000*  PAGA.  NO FILE MEANS NO DISSIDIO WAS RUN - NORMAL.          *
091100*--------------------------------------------------------------*
091200     1600-LOAD-DISSIDIO.
091300
091400     OPEN I-O DISSIDIO-FILE.
091500     IF NOT WS-DISS-FILE-FOUND
091600         SET WS-DISS-FILE-MISSING TO TRUE
091700         GO TO 1600-EXIT
091800     END-IF.
091900
092000     MOVE ZEROS TO DD-KEY.
092100     START DISSIDIO-FILE KEY NOT < DD-KEY
092200         INVALID KEY
092300             GO TO 1600-EXIT
092400     END-START.
092500     PERFORM 1650-LOAD-ONE-DIFFERENCE THRU 1650-EXIT
092600         UNTIL WS-DISS-EOF.
092700     DISPLAY "Diferencas de dissidio carregadas: " WS-DISS-LOADED.
092800
092900     1600-EXIT.
093000         EXIT.
093100
093200*--------------------------------------------------------------*
093300*  1650-LOAD-ONE-DIFFERENCE                                    *
093400*  THE CONTROL RECORDS (PRONTUARIO 00000), DIFFERENCES ALREADY *
093500*  PAGAS (RESTART) AND ANY DATED AFTER THE COMPETENCIA ARE     *
093600*  SKIPPED.  EDTCHK VALIDATES THE CODE; ITS PROVENTOS LIMIT    *
093700*  DOES NOT APPLY TO A DIFFERENCE COMPUTED BY THE SYSTEM.      *
093800*--------------------------------------------------------------*
093900     1650-LOAD-ONE-DIFFERENCE.
094000
094100     READ DISSIDIO-FILE NEXT RECORD
094200         AT END GO TO 1650-EXIT
094300     END-READ.
094400
094500     IF DD-CONTROL-RECORD
094600         OR DD-PAY-PERIOD > WS-COMPETENCIA
094700         OR NOT DD-PENDING
094800         GO TO 1650-EXIT
094900     END-IF.
095000
095100     SET ED-EDIT-MOVEMENT TO TRUE.
095200     MOVE DD-EMPLOYEE-ID TO ED-EMPLOYEE-ID.
095300     MOVE WS-DISS-CODE   TO ED-MOVEMENT-CODE.
095400     MOVE DD-DIFFERENCE  TO ED-MOVEMENT-AMOUNT.
095500     CALL "EDTCHK" USING EDITPRM-AREA.
095600     IF ED-RECORD-INVALID
095700         AND NOT ED-MOVEMENT-EARNING
095800         DISPLAY "Diferenca de dissidio rejeitada: "
095900             DD-EMPLOYEE-ID " - " ED-REJECT-REASON
096000         ADD 1 TO WS-MOVEMENTS-REJECTED
096100         GO TO 1650-EXIT
096200     END-IF.
096300
096400     IF WS-MOV-USED >= WS-MAX-MOV-ENTRIES
096500         DISPLAY "Tabela de movimentos cheia - "
096600             "diferenca de dissidio ignorada: " DD-EMPLOYEE-ID
096700         ADD 1 TO WS-MOVEMENTS-REJECTED
096800         GO TO 1650-EXIT
096900     END-IF.
097000
097100     ADD 1 TO WS-MOV-USED.
097200     MOVE DD-EMPLOYEE-ID     TO WS-MOV-EMPLOYEE-ID (WS-MOV-USED).
097300     MOVE "P"                TO WS-MOV-TYPE (WS-MOV-USED).
097400     MOVE SPACES             TO WS-MOV-DESC (WS-MOV-USED).
097500     STRING "DIF DISSIDIO " DD-REF-MONTH "/" DD-REF-YEAR
097600         DELIMITED BY SIZE INTO WS-MOV-DESC (WS-MOV-USED).
097700     MOVE DD-DIFFERENCE      TO WS-MOV-AMOUNT (WS-MOV-USED).
097800     MOVE "N"                TO WS-MOV-APPLIED-SW (WS-MOV-USED).
097900     MOVE WS-DISS-CODE       TO WS-MOV-CODE (WS-MOV-USED).
098000     MOVE ZEROS              TO WS-MOV-PERCENT (WS-MOV-USED).
098100     MOVE "S"                TO WS-MOV-RECURRING-SW (WS-MOV-USED).
098200     MOVE ZEROS              TO WS-MOV-PARCELA (WS-MOV-USED).
098300     MOVE ZEROS              TO WS-MOV-PARCELAS (WS-MOV-USED).
098400     MOVE DD-PERIODS         TO WS-MOV-DISS-PERIODS (WS-MOV-USED).
098500     ADD 1 TO WS-DISS-LOADED.
098600
098700     1650-EXIT.
098800         EXIT.
098900
099000*--------------------------------------------------------------*
099100*  2575-CONSUME-DISSIDIO                                       *
099200*  AFTER THE EMPLOYEE'S HISTORY IS WRITTEN, EACH DIFERENCA DE  *
099300*  DISSIDIO PAID IN THE FOLHA IS MARKED PAGA ON DISSDIF WITH   *
099400*  THE COMPETENCIA, SO A RESTART DOES NOT LOAD IT AGAIN AND AN *
099450*  ESTORNO KNOWS WHICH ONES TO REOPEN.  THE PREVIA LEAVES IT   *
099500*  PENDENTE.                                                   *
099600*--------------------------------------------------------------*
099700     2575-CONSUME-DISSIDIO.
099800
099900     IF WS-DISS-FILE-MISSING OR WS-SIMULATION-RUN
100000         GO TO 2575-EXIT
100100     END-IF.
100200     IF WS-MOV-EMPLOYEE-ID (WS-MOV-SUB) NOT = WS-EMPLOYEE-ID
100300         OR WS-MOV-RECURRING-SW (WS-MOV-SUB) NOT = "S"
100400         OR WS-MOV-APPLIED-SW (WS-MOV-SUB) NOT = "Y"
100500         GO TO 2575-EXIT
100600     END-IF.
100700
100800     MOVE WS-MOV-EMPLOYEE-ID (WS-MOV-SUB)  TO DD-EMPLOYEE-ID.
100900     MOVE WS-MOV-DISS-PERIODS (WS-MOV-SUB) TO DD-PERIODS.
101000     READ DISSIDIO-FILE
101100         INVALID KEY
101200             GO TO 2575-EXIT
101300     END-READ.
101400     SET DD-PAID TO TRUE.
101450     MOVE WS-COMPETENCIA TO DD-PAID-PERIOD.
101500     REWRITE DISSDIF-RECORD.
101600
101700     2575-EXIT.
101800         EXIT.
101900
102000*--------------------------------------------------------------*
102100*  1700-OPEN-PENSAO                                            *
102200*  OPENS BENEF, WHERE A BENEFICIARIO TURNS A RECURRING DESCONTO*
102300*  INTO A PENSAO ALIMENTICIA, AND PENSREP, WHERE EACH PENSAO   *
102400*  DISCOUNTED IS RECORDED FOR REPASSE-PENSAO (CREATED ON THE   *
102500*  FIRST RUN).  NO BENEF MEANS NO PENSAO WAS REGISTERED -      *
102600*  NORMAL.  THE PREVIA ONLY READS BENEF.                       *
102700*--------------------------------------------------------------*
102800     1700-OPEN-PENSAO.
102900
103000     OPEN INPUT BENEF-FILE.
103100     IF NOT WS-BEN-FILE-FOUND
103200         SET WS-BEN-FILE-MISSING TO TRUE
103300         GO TO 1700-EXIT
103400     END-IF.
103500     IF WS-SIMULATION-RUN
103600         GO TO 1700-EXIT
103700     END-IF.
103800
103900     OPEN I-O PENSAO-REPASSE-FILE.
104000     IF WS-PR-NOT-FOUND
104100         OPEN OUTPUT PENSAO-REPASSE-FILE
104200         CLOSE PENSAO-REPASSE-FILE
104300         OPEN I-O PENSAO-REPASSE-FILE
104400     END-IF.
104500
104600     1700-EXIT.
104700         EXIT.
104800
104900*--------------------------------------------------------------*
105000*  2565-RECORD-PENSAO                                          *
105100*  CALLED FOR EACH RECURRING ENTRY JUST APPLIED.  A DESCONTO   *
105200*  WHOSE PRONTUARIO + CODE HAS A BENEFICIARIO ON BENEF IS A    *
105300*  PENSAO: THE AMOUNT ACTUALLY DISCOUNTED IS ADDED TO THE      *
105400*  EMPLOYEE'S PENSAO TOTAL (HIST-PENSAO-AMOUNT) AND RECORDED   *
105500*  PENDENTE ON PENSREP FOR THE COMPETENCIA.  A RESTART REWRITES*
105600*  THE SAME KEY; ONE ALREADY REPASSADO IS LEFT AS IT IS.       *
105700*--------------------------------------------------------------*
105800     2565-RECORD-PENSAO.
105900
106000     IF WS-BEN-FILE-MISSING
106100         GO TO 2565-EXIT
106200     END-IF.
106300     IF WS-MOV-TYPE (WS-MOV-SUB) = "P"
106400         OR WS-MOV-APPLIED-SW (WS-MOV-SUB) NOT = "Y"
106500         GO TO 2565-EXIT
106600     END-IF.
106700
106800     MOVE WS-MOV-EMPLOYEE-ID (WS-MOV-SUB) TO BEN-EMPLOYEE-ID.
106900     MOVE WS-MOV-CODE (WS-MOV-SUB)        TO BEN-CODE.
107000     READ BENEF-FILE
107100         INVALID KEY
107200             GO TO 2565-EXIT
107300     END-READ.
107400     ADD WS-MOV-AMOUNT (WS-MOV-SUB) TO WS-PENSAO-TOTAL.
107500     IF WS-SIMULATION-RUN
107600         GO TO 2565-EXIT
107700     END-IF.
107800
107900     MOVE BEN-EMPLOYEE-ID TO PR-EMPLOYEE-ID.
108000     MOVE BEN-CODE        TO PR-CODE.
108100     MOVE WS-COMP-YEAR    TO PR-YEAR.
108200     MOVE WS-COMP-MONTH   TO PR-MONTH.
108300     READ PENSAO-REPASSE-FILE
108400         INVALID KEY
108500             MOVE ZEROS TO PR-REMIT-DATE PR-BANK PR-AGENCY
108600                           PR-ACCOUNT
108700             SET PR-PENDING TO TRUE
108800     END-READ.
108900     IF PR-REMITTED
109000         GO TO 2565-EXIT
109100     END-IF.
109200     MOVE WS-MOV-AMOUNT (WS-MOV-SUB) TO PR-AMOUNT.
109300     MOVE WS-CURRENT-DATE            TO PR-DISCOUNT-DATE.
109400     WRITE PENSREP-RECORD
109500         INVALID KEY
109600             REWRITE PENSREP-RECORD
109700     END-WRITE.
109800     ADD 1 TO WS-PENSAO-RECORDED.
109900
110000     2565-EXIT.
110100         EXIT.
110200
110300*--------------------------------------------------------------*
110400*  2960-WRITE-PREVIA-DATA                                      *
110500*  THE SAME VALUES AS THE PREVIA CONFERENCE LINE, KEPT ON      *
110600*  PREVIA-DATA FOR VARIACAO-FOLHA TO COMPARE WITH PAYHIST.     *
110700*--------------------------------------------------------------*
110800     2960-WRITE-PREVIA-DATA.
110900
111000     MOVE WS-EMPLOYEE-ID        TO PVR-EMPLOYEE-ID.
111100     MOVE WS-COMPETENCIA        TO PVR-PERIOD.
111200     MOVE PC-SALARY-GROSS       TO PVR-GROSS.
111300     MOVE PC-INSS-DEDUCTION     TO PVR-INSS.
111400     MOVE PC-IRRF-DEDUCTION     TO PVR-IRRF.
111500     MOVE PC-OTHER-DEDUCTIONS   TO PVR-DEDUCTIONS.
111600     MOVE PC-SALARY-NET         TO PVR-NET.
111700     WRITE PREVIA-DATA-RECORD
111800         INVALID KEY
111900             DISPLAY "PREVIA-DATA - prontuario repetido: "
112000                 PVR-EMPLOYEE-ID
112100     END-WRITE.
112200
112300     2960-EXIT.
112400         EXIT.
