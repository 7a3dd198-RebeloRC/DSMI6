002007*                   LOGGED TO EMPLOYEE-LOG LIKE EVERY OTHER    *
002008*                   ACTION.  THE BATCH RUN AND CONCILIA-FOLHA  *
002009*                   TREAT THE AFASTADO ACCORDINGLY.            *
002010*  15/10/2026  RRC  THE BANCO DE HORAS INDICATOR (S/N) IS NOW  *
002011*                   KEYED WITH THE CADASTRO AND LOGGED: "S"    *
002012*                   MAKES THE BATCH RUN CREDIT THE EMPLOYEE'S  *
002013*                   OVERTIME TO THE BANCOHRS MASTER INSTEAD OF *
002014*                   PAYING IT; TURNING IT BACK TO "N" MAKES    *
002015*                   THE NEXT FOLHA PAY WHATEVER IS LEFT.       *
002016*  15/10/2026  RRC  THE ADMISSION DATE IS NOW KEYED WITH THE   *
002017*                   CADASTRO AND LOGGED - THE ADIANTAMENTO     *
002018*                   SKIPS THE EMPLOYEES ADMITTED LATE IN THE   *
002019*                   COMPETENCIA.                               *
002020*  15/10/2026  RRC  THE CONTRACTUAL HOUR VALUE IS NOW KEYED    *
002021*                   WITH THE CADASTRO; THE ADMISSION VALUE AND *
002022*                   EVERY CHANGE ARE WRITTEN TO THE SALHIST    *
002023*                   HISTORY WITH THEIR VIGENCIA AND OPERATOR.  *
002054*--------------------------------------------------------------*
002100
002200 ENVIRONMENT DIVISION.
003730             ACCESS MODE IS DYNAMIC
003740             RECORD KEY IS DEP-KEY
003750             FILE STATUS IS WS-DEP-STATUS.
003760         SELECT SALARY-HISTORY ASSIGN TO "SALHIST"
003770             ORGANIZATION IS INDEXED
003780             ACCESS MODE IS RANDOM
003785             RECORD KEY IS SH-KEY
003790             FILE STATUS IS WS-SH-STATUS.
003800
003900*--------------------------------------------------------------*
004000
004400     COPY EMPMST.
004500
004600 FD  EMPLOYEE-LOG
004700     RECORD CONTAINS 122 CHARACTERS.
004800     COPY EMPLOG.
004810
004820 FD  DEPENDENT-FILE.
004830     COPY DEPMST.
004840
004850 FD  SALARY-HISTORY.
004860     COPY SALHIST.
004900
005000     WORKING-STORAGE SECTION.
005100
006920     05  WS-NEW-AGENCY            PIC 9(5)      VALUE ZEROS.
006930     05  WS-NEW-ACCOUNT           PIC 9(10)     VALUE ZEROS.
006940     05  WS-NEW-COST-CENTER       PIC 9(4)      VALUE ZEROS.
006950     05  WS-NEW-BANCO-HORAS       PIC X(1)      VALUE SPACES.
006960         88  WS-BANCO-HORAS-VALID               VALUES "S" "N".
006970     05  WS-NEW-HOUR-VALUE        PIC 9(5)V9(2) VALUE ZEROS.
007000     05  WS-OLD-DEPENDENTS        PIC 9(2)      VALUE ZEROS.
007100     05  WS-OLD-STATUS            PIC X(1)      VALUE SPACES.
007150     05  WS-OLD-HOUR-VALUE        PIC 9(5)V9(2) VALUE ZEROS.
007200
007300 01  WS-TERMINATION-DATE.
007400     05  WS-TERM-YEAR             PIC 9(4).
007650     05  WS-LEAVE-DAY             PIC 9(2).
007660 77  WS-LEAVE-RETURN-DATE        PIC 9(8)       VALUE ZEROS.
007670 77  WS-LEAVE-REASON             PIC X(1)       VALUE SPACES.
007680
007685 01  WS-ADMISSION-DATE.
007690     05  WS-ADM-YEAR              PIC 9(4).
007693     05  WS-ADM-MONTH             PIC 9(2).
007696     05  WS-ADM-DAY               PIC 9(2).
007700
007710*    HISTORICO DO VALOR HORA CONTRATUAL (SALHIST).
007720 77  WS-SH-STATUS                PIC X(02)      VALUE SPACES.
007730     88  WS-SH-NOT-FOUND                        VALUE "35".
007740 77  WS-SALARY-CHANGE-SWITCH     PIC X(01)      VALUE "N".
007750     88  WS-SALARY-CHANGED                      VALUE "Y".
007760 77  WS-SALARY-REASON            PIC X(01)      VALUE SPACES.
007770 77  WS-SALARY-EFFECTIVE-DATE    PIC 9(8)       VALUE ZEROS.
007780
007800 01  WS-CURRENT-DATE.
007900     05  WS-CURRENT-YEAR          PIC 9(4).
008000     05  WS-CURRENT-MONTH         PIC 9(2).
010840         CLOSE DEPENDENT-FILE
010850         OPEN I-O DEPENDENT-FILE
010860     END-IF.
010870     OPEN I-O SALARY-HISTORY.
010875     IF WS-SH-NOT-FOUND
010880         OPEN OUTPUT SALARY-HISTORY
010885         CLOSE SALARY-HISTORY
010890         OPEN I-O SALARY-HISTORY
010895     END-IF.
010900
011000     DISPLAY "Identificacao do operador: "
011100     ACCEPT WS-OPERATOR-ID.
018000             WS-NEW-DEPENDENTS
018100         GO TO 3000-EXIT
018200     END-IF.
018210     IF NOT WS-BANCO-HORAS-VALID
018220         DISPLAY "Indicador de banco de horas invalido: "
018230             WS-NEW-BANCO-HORAS
018240         GO TO 3000-EXIT
018250     END-IF.
018260     IF WS-ADM-MONTH < 01 OR WS-ADM-MONTH > 12
018265         OR WS-ADM-DAY < 01 OR WS-ADM-DAY > 31
018270         OR WS-ADM-YEAR < 1900
018275         DISPLAY "Data de admissao invalida: "
018280             WS-ADMISSION-DATE
018285         GO TO 3000-EXIT
018290     END-IF.
018292     IF WS-NEW-HOUR-VALUE = ZEROS
018294         DISPLAY "Valor da hora contratual obrigatorio"
018296         GO TO 3000-EXIT
018298     END-IF.
018300
018400     MOVE WS-EMPLOYEE-ID     TO EMPMST-ID.
018500     MOVE WS-NEW-NAME        TO EMPMST-NAME.
018950     MOVE ZEROS              TO EMPMST-LEAVE-START.
018960     MOVE ZEROS              TO EMPMST-LEAVE-RETURN.
018970     MOVE SPACE              TO EMPMST-LEAVE-REASON.
018980     MOVE WS-NEW-BANCO-HORAS TO EMPMST-BANCO-HORAS.
018990     MOVE WS-ADMISSION-DATE  TO EMPMST-ADMISSION-DATE.
018994     MOVE WS-NEW-HOUR-VALUE  TO EMPMST-HOUR-VALUE.
018997     MOVE WS-ADMISSION-DATE  TO EMPMST-HOUR-VALUE-DATE.
019000     WRITE EMPMST-RECORD.
019010
019020*    VALOR HORA DA ADMISSAO ABRE O HISTORICO SALARIAL.
019030     MOVE ZEROS             TO WS-OLD-HOUR-VALUE.
019040     MOVE "A"               TO WS-SALARY-REASON.
019050     MOVE WS-ADMISSION-DATE TO WS-SALARY-EFFECTIVE-DATE.
019060     PERFORM 8500-LOG-SALARY-CHANGE THRU 8500-EXIT.
019100
019200     MOVE ZEROS TO WS-OLD-DEPENDENTS.
019300     MOVE SPACE TO WS-OLD-STATUS.
021910     DISPLAY "Banco/agencia/conta: " EMPMST-BANK "/"
021920         EMPMST-AGENCY "/" EMPMST-ACCOUNT.
021930     DISPLAY "Centro de custo...: " EMPMST-COST-CENTER.
021940     DISPLAY "Banco de horas....: " EMPMST-BANCO-HORAS.
021950     DISPLAY "Data de admissao..: " EMPMST-ADMISSION-DATE.
021960     DISPLAY "Valor hora contratual: " EMPMST-HOUR-VALUE
021970         " desde " EMPMST-HOUR-VALUE-DATE.
022000     MOVE EMPMST-DEPENDENTS TO WS-OLD-DEPENDENTS.
022100     MOVE EMPMST-STATUS     TO WS-OLD-STATUS.
022150     MOVE EMPMST-HOUR-VALUE TO WS-OLD-HOUR-VALUE.
022200
022300     PERFORM 6000-GET-EMPLOYEE-DATA THRU 6000-EXIT.
022400     IF WS-NEW-NAME = SPACES
023000             WS-NEW-DEPENDENTS
023100         GO TO 4000-EXIT
023200     END-IF.
023210     IF NOT WS-BANCO-HORAS-VALID
023220         DISPLAY "Indicador de banco de horas invalido: "
023230             WS-NEW-BANCO-HORAS
023240         GO TO 4000-EXIT
023250     END-IF.
023260     IF WS-ADM-MONTH < 01 OR WS-ADM-MONTH > 12
023265         OR WS-ADM-DAY < 01 OR WS-ADM-DAY > 31
023270         OR WS-ADM-YEAR < 1900
023275         DISPLAY "Data de admissao invalida: "
023280             WS-ADMISSION-DATE
023285         GO TO 4000-EXIT
023290     END-IF.
023292     IF WS-NEW-HOUR-VALUE = ZEROS
023294         DISPLAY "Valor da hora contratual obrigatorio"
023296         GO TO 4000-EXIT
023298     END-IF.
023300
023400     MOVE WS-NEW-NAME       TO EMPMST-NAME.
023500     MOVE WS-NEW-LAST-NAME  TO EMPMST-LAST-NAME.
023620     MOVE WS-NEW-AGENCY     TO EMPMST-AGENCY.
023630     MOVE WS-NEW-ACCOUNT    TO EMPMST-ACCOUNT.
023640     MOVE WS-NEW-COST-CENTER TO EMPMST-COST-CENTER.
023650     MOVE WS-NEW-BANCO-HORAS TO EMPMST-BANCO-HORAS.
023660     MOVE WS-ADMISSION-DATE  TO EMPMST-ADMISSION-DATE.
023662*    VALOR HORA ALTERADO: NOVA VIGENCIA A PARTIR DE HOJE.
023664     MOVE "N" TO WS-SALARY-CHANGE-SWITCH.
023666     IF WS-NEW-HOUR-VALUE NOT = WS-OLD-HOUR-VALUE
023668         ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
023670         MOVE WS-NEW-HOUR-VALUE TO EMPMST-HOUR-VALUE
023672         MOVE WS-CURRENT-DATE   TO EMPMST-HOUR-VALUE-DATE
023674         SET WS-SALARY-CHANGED  TO TRUE
023676     END-IF.
023700     REWRITE EMPMST-RECORD.
023710     IF WS-SALARY-CHANGED
023720         MOVE "M"                    TO WS-SALARY-REASON
023730         MOVE EMPMST-HOUR-VALUE-DATE TO WS-SALARY-EFFECTIVE-DATE
023740         PERFORM 8500-LOG-SALARY-CHANGE THRU 8500-EXIT
023750     END-IF.
023800
023900     MOVE "A" TO EMPLOG-ACTION.
024000     PERFORM 8000-LOG-ACTION THRU 8000-EXIT.
030560     ACCEPT WS-NEW-ACCOUNT.
030570     DISPLAY "Centro de custo: "
030580     ACCEPT WS-NEW-COST-CENTER.
030590     DISPLAY "Banco de horas (S/N): "
030595     ACCEPT WS-NEW-BANCO-HORAS.
030596     DISPLAY "Data de admissao (AAAAMMDD): "
030597     ACCEPT WS-ADMISSION-DATE.
030598     DISPLAY "Valor da hora contratual: "
030599     ACCEPT WS-NEW-HOUR-VALUE.
030600
030700     6000-EXIT.
030800         EXIT.
033240     MOVE EMPMST-COST-CENTER   TO EMPLOG-NEW-COST-CENTER.
033250     MOVE EMPMST-LEAVE-START   TO EMPLOG-LEAVE-START.
033260     MOVE EMPMST-LEAVE-REASON  TO EMPLOG-LEAVE-REASON.
033270     MOVE EMPMST-BANCO-HORAS   TO EMPLOG-BANCO-HORAS.
033280     MOVE EMPMST-ADMISSION-DATE
033290                               TO EMPLOG-ADMISSION-DATE.
033300     WRITE EMPLOG-RECORD.
033400     ADD 1 TO WS-ACTIONS-LOGGED.
033500
033600     8000-EXIT.
033900         EXIT.
034000
034003*--------------------------------------------------------------*
034006*  8500-LOG-SALARY-CHANGE                                      *
034009*  WRITES ONE ENTRY OF THE CONTRACTUAL HOUR VALUE HISTORY      *
034012*  (SALHIST): OLD AND NEW VALUE, VIGENCIA, MOTIVO AND          *
034015*  OPERATOR.  A SECOND CHANGE WITH THE SAME VIGENCIA REPLACES  *
034018*  THE FIRST.                                                  *
034021*--------------------------------------------------------------*
034024     8500-LOG-SALARY-CHANGE.
034027
034030     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
034033     MOVE EMPMST-ID                TO SH-EMPLOYEE-ID.
034036     MOVE WS-SALARY-EFFECTIVE-DATE TO SH-EFFECTIVE-DATE.
034039     MOVE WS-OLD-HOUR-VALUE        TO SH-OLD-HOUR-VALUE.
034042     MOVE EMPMST-HOUR-VALUE        TO SH-NEW-HOUR-VALUE.
034045     MOVE ZEROS                    TO SH-PERCENT.
034048     MOVE WS-SALARY-REASON         TO SH-REASON.
034051     MOVE WS-CURRENT-DATE          TO SH-RECORD-DATE.
034054     MOVE WS-OPERATOR-ID           TO SH-OPERATOR.
034057     WRITE SALHIST-RECORD
034060         INVALID KEY
034063             REWRITE SALHIST-RECORD
034066     END-WRITE.
034069
034072     8500-EXIT.
034075         EXIT.
034078
034100*--------------------------------------------------------------*
034200*  9000-TERMINATE                                              *
034300*--------------------------------------------------------------*
034600     CLOSE EMPLOYEE-MASTER.
034700     CLOSE EMPLOYEE-LOG.
034710     CLOSE DEPENDENT-FILE.
034720     CLOSE SALARY-HISTORY.
034800     DISPLAY "Acoes de cadastro registradas: " WS-ACTIONS-LOGGED.
034900
035000     9000-EXIT.
