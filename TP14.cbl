001800*                   OVERTYPES) A PARCELA AGAIN.  CODES ARE     *
001900*                   VALIDATED AGAINST THE SAME EDTCHK TABLE AS *
002000*                   THE ONE-OFF MOVEMENTS.                     *
002010*  15/10/2026  RRC  THE BENEFICIARIO OF A PENSAO ALIMENTICIA   *
002020*                   (NAME, CPF AND BANK ACCOUNT) IS KEYED ON   *
002030*                   BENEF FOR A RECURRING DESCONTO, LISTED     *
002040*                   WITH IT AND DELETED WITH IT, SO THE PENSAO *
002050*                   DISCOUNTED CAN BE PASSED ON BY             *
002060*                   REPASSE-PENSAO.                            *
002070*  15/10/2026  RRC  A RECURRING MOVEMENT KEYED OR KEYED AGAIN  *
002080*                   STARTS WITH NO PARCELA DISCOUNTED YET      *
002090*                   (REC-LAST-PERIOD ZEROED, SEE RECMOV.CPY).  *
002091*  15/10/2026  RRC  A PENSAO STILL PENDENTE ON PENSREP (NOT YET*
002092*                   REPASSADA) CANNOT BE DELETED, NOR ITS      *
002093*                   BENEFICIARIO, UNTIL REPASSE-PENSAO PAYS IT.*
002100*--------------------------------------------------------------*
002200
002300 ENVIRONMENT DIVISION.
003900             ACCESS MODE IS RANDOM
004000             RECORD KEY IS EMPMST-ID
004100             FILE STATUS IS WS-MASTER-STATUS.
004110         SELECT BENEF-FILE ASSIGN TO "BENEF"
004120             ORGANIZATION IS INDEXED
004130             ACCESS MODE IS RANDOM
004140             RECORD KEY IS BEN-KEY
004150             FILE STATUS IS WS-BEN-STATUS.
004152         SELECT PENSAO-REPASSE-FILE ASSIGN TO "PENSREP"
004154             ORGANIZATION IS INDEXED
004156             ACCESS MODE IS DYNAMIC
004158             RECORD KEY IS PR-KEY
004159             FILE STATUS IS WS-PR-STATUS.
004200
004300*--------------------------------------------------------------*
004400
005000 FD  EMPLOYEE-MASTER.
005100     COPY EMPMST.
005200
005210 FD  BENEF-FILE.
005220     COPY BENEF.
005230
005240 FD  PENSAO-REPASSE-FILE.
005250     COPY PENSREP.
005260
005300     WORKING-STORAGE SECTION.
005400
005500 77  WS-REC-STATUS               PIC X(02)      VALUE SPACES.
005800     88  WS-REC-EOF                             VALUE "10".
005900 77  WS-MASTER-STATUS            PIC X(02)      VALUE SPACES.
006000     88  WS-MASTER-FOUND                        VALUE "00".
006010 77  WS-BEN-STATUS               PIC X(02)      VALUE SPACES.
006020     88  WS-BEN-FILE-FOUND                      VALUE "00".
006030     88  WS-BEN-NOT-FOUND                       VALUE "35".
006031 77  WS-PR-STATUS                PIC X(02)      VALUE SPACES.
006032     88  WS-PR-FILE-FOUND                       VALUE "00".
006033     88  WS-PR-EOF                              VALUE "10".
006034 77  WS-PR-MISSING-SWITCH        PIC X(01)      VALUE "N".
006035     88  WS-PR-FILE-MISSING                     VALUE "Y".
006036 77  WS-REPASSE-PENDING-SWITCH   PIC X(01)      VALUE "N".
006037     88  WS-REPASSE-PENDING                     VALUE "Y".
006100 77  WS-MENU-OPTION              PIC X(01)      VALUE SPACES.
006200     88  MENU-OPTION-MAINTAIN                   VALUE "1".
006300     88  MENU-OPTION-DELETE                     VALUE "2".
006400     88  MENU-OPTION-LIST                       VALUE "3".
006410     88  MENU-OPTION-BENEFICIARY                VALUE "4".
006420     88  MENU-OPTION-BENEF-DELETE               VALUE "5".
006500     88  MENU-OPTION-EXIT                       VALUE "9".
006600 77  WS-RECORD-EXISTS-SWITCH     PIC X(01)      VALUE "N".
006700     88  WS-RECORD-EXISTS                       VALUE "Y".
006800 77  WS-ACTIONS-DONE             PIC 9(5)  COMP VALUE ZEROS.
006900 77  WS-LISTED-COUNT             PIC 9(5)  COMP VALUE ZEROS.
006910 77  WS-CURRENT-DATE             PIC 9(8)       VALUE ZEROS.
007000
007100 01  WS-RECURRING-INPUT.
007200     05  WS-INPUT-ID              PIC 9(5)      VALUE ZEROS.
007700     05  WS-INPUT-MONTH           PIC 9(2)      VALUE ZEROS.
007800     05  WS-INPUT-YEAR            PIC 9(4)      VALUE ZEROS.
007900     05  WS-INPUT-PARCELS         PIC 9(3)      VALUE ZEROS.
007910     05  WS-INPUT-BEN-FIRST-NAME  PIC X(20)     VALUE SPACES.
007920     05  WS-INPUT-BEN-LAST-NAME   PIC X(20)     VALUE SPACES.
007930     05  WS-INPUT-CPF             PIC 9(11)     VALUE ZEROS.
007940     05  WS-INPUT-BANK            PIC 9(3)      VALUE ZEROS.
007950     05  WS-INPUT-AGENCY          PIC 9(5)      VALUE ZEROS.
007960     05  WS-INPUT-ACCOUNT         PIC 9(10)     VALUE ZEROS.
008000
008100     COPY EDITPRM.
008200
010100         CLOSE RECURRING-FILE
010200         OPEN I-O RECURRING-FILE
010300     END-IF.
010310     OPEN I-O BENEF-FILE.
010320     IF WS-BEN-NOT-FOUND
010330         OPEN OUTPUT BENEF-FILE
010340         CLOSE BENEF-FILE
010350         OPEN I-O BENEF-FILE
010360     END-IF.
010361*    SEM PENSREP NENHUMA PENSAO FOI DESCONTADA AINDA.
010362     OPEN INPUT PENSAO-REPASSE-FILE.
010363     IF NOT WS-PR-FILE-FOUND
010364         SET WS-PR-FILE-MISSING TO TRUE
010365     END-IF.
010400     OPEN INPUT EMPLOYEE-MASTER.
010500     IF NOT WS-MASTER-FOUND
010600         DISPLAY "Cadastro de funcionarios ausente"
010700         CLOSE RECURRING-FILE
010710         CLOSE BENEF-FILE
010720         IF NOT WS-PR-FILE-MISSING
010730             CLOSE PENSAO-REPASSE-FILE
010740         END-IF
010800         STOP RUN
010900     END-IF.
011000
012100     DISPLAY "1 - Incluir/alterar recorrente".
012200     DISPLAY "2 - Excluir recorrente".
012300     DISPLAY "3 - Listar recorrentes de um prontuario".
012310     DISPLAY "4 - Incluir/alterar beneficiario de pensao".
012320     DISPLAY "5 - Excluir beneficiario de pensao".
012400     DISPLAY "9 - Encerrar".
012500     DISPLAY "Opcao: "
012600     ACCEPT WS-MENU-OPTION.
013200             PERFORM 4000-DELETE-RECURRING   THRU 4000-EXIT
013300         WHEN MENU-OPTION-LIST
013400             PERFORM 5000-LIST-RECURRING     THRU 5000-EXIT
013410         WHEN MENU-OPTION-BENEFICIARY
013420             PERFORM 6000-MAINTAIN-BENEF     THRU 6000-EXIT
013430         WHEN MENU-OPTION-BENEF-DELETE
013440             PERFORM 7000-DELETE-BENEF       THRU 7000-EXIT
013500         WHEN MENU-OPTION-EXIT
013600             CONTINUE
013700         WHEN OTHER
024200     MOVE WS-INPUT-MONTH      TO REC-START-MONTH.
024300     MOVE WS-INPUT-PARCELS    TO REC-PARCELS-TOTAL.
024400     MOVE WS-INPUT-PARCELS    TO REC-PARCELS-LEFT.
024450     MOVE ZEROS               TO REC-LAST-PERIOD.
024500     IF WS-RECORD-EXISTS
024600         REWRITE RECMOV-RECORD
024700     ELSE
025600
025700*--------------------------------------------------------------*
025800*  4000-DELETE-RECURRING                                       *
025910*  A PENSAO WITH A REPASSE STILL PENDENTE IS REFUSED - ITS     *
025920*  BENEFICIARIO, DELETED WITH IT, IS WHERE THE MONEY GOES.     *
025950*--------------------------------------------------------------*
026000     4000-DELETE-RECURRING.
026100
026200     DISPLAY "Prontuario: "
027100                 " codigo " WS-INPUT-CODE
027200             GO TO 4000-EXIT
027300     END-READ.
027310     PERFORM 7100-CHECK-PENDING-REPASSE THRU 7100-EXIT.
027320     IF WS-REPASSE-PENDING
027330         DISPLAY "Pensao com repasse pendente - exclusao "
027340             "recusada: " WS-INPUT-ID " codigo " WS-INPUT-CODE
027350         GO TO 4000-EXIT
027360     END-IF.
027400     DELETE RECURRING-FILE RECORD.
027500     ADD 1 TO WS-ACTIONS-DONE.
027510*    O BENEFICIARIO DE UMA PENSAO EXCLUIDA SAI JUNTO.
027520     MOVE WS-INPUT-ID   TO BEN-EMPLOYEE-ID.
027530     MOVE WS-INPUT-CODE TO BEN-CODE.
027540     DELETE BENEF-FILE RECORD
027550         INVALID KEY
027560             CONTINUE
027570         NOT INVALID KEY
027580             DISPLAY "Beneficiario da pensao excluido junto"
027590     END-DELETE.
027600     DISPLAY "Recorrente excluido: " WS-INPUT-ID " codigo "
027700         WS-INPUT-CODE.
027800
032800             " parcelas restantes " REC-PARCELS-LEFT
032900             " de " REC-PARCELS-TOTAL
033000     END-IF.
033010     MOVE REC-EMPLOYEE-ID TO BEN-EMPLOYEE-ID.
033020     MOVE REC-CODE        TO BEN-CODE.
033030     READ BENEF-FILE
033040         NOT INVALID KEY
033050             DISPLAY "    Pensao para " BEN-FIRST-NAME " "
033060                 BEN-LAST-NAME " CPF " BEN-CPF
033070             DISPLAY "    Banco " BEN-BANK " agencia " BEN-AGENCY
033080                 " conta " BEN-ACCOUNT
033090     END-READ.
033100     ADD 1 TO WS-LISTED-COUNT.
033200
033300     5100-EXIT.
033400         EXIT.
033500
033502*--------------------------------------------------------------*
033504*  6000-MAINTAIN-BENEF                                         *
033506*  KEYS THE BENEFICIARIO (ALIMENTANDO) OF A PENSAO ALIMENTICIA.*
033508*  THE PENSAO ITSELF IS THE RECURRING DESCONTO ALREADY ON      *
033510*  RECMOV FOR THE SAME PRONTUARIO + CODE; THE FOLHA RECORDS    *
033512*  WHAT IT DISCOUNTS ON PENSREP AND REPASSE-PENSAO CREDITS IT  *
033514*  TO THE ACCOUNT KEYED HERE.  A NEW ACCOUNT ONLY AFFECTS THE  *
033516*  REPASSES STILL PENDENTE.                                    *
033518*--------------------------------------------------------------*
033520     6000-MAINTAIN-BENEF.
033522
033524     DISPLAY "Prontuario: "
033526     ACCEPT WS-INPUT-ID.
033528     DISPLAY "Codigo da pensao: "
033530     ACCEPT WS-INPUT-CODE.
033532     MOVE WS-INPUT-ID   TO REC-EMPLOYEE-ID.
033534     MOVE WS-INPUT-CODE TO REC-CODE.
033536     READ RECURRING-FILE
033538         INVALID KEY
033540             DISPLAY "Pensao nao cadastrada como recorrente: "
033542                 WS-INPUT-ID " codigo " WS-INPUT-CODE
033544             GO TO 6000-EXIT
033546     END-READ.
033548
033550*    SO UM CODIGO DE DESCONTO PODE SER PENSAO - MESMA TABELA DO
033552*    EDTCHK USADA NA INCLUSAO DO RECORRENTE.
033554     SET ED-EDIT-MOVEMENT TO TRUE.
033556     MOVE REC-EMPLOYEE-ID TO ED-EMPLOYEE-ID.
033558     MOVE REC-CODE        TO ED-MOVEMENT-CODE.
033560     IF REC-FIXED-AMOUNT
033562         MOVE REC-AMOUNT  TO ED-MOVEMENT-AMOUNT
033564     ELSE
033566         MOVE REC-PERCENT TO ED-MOVEMENT-AMOUNT
033568     END-IF.
033570     CALL "EDTCHK" USING EDITPRM-AREA.
033572     IF ED-RECORD-INVALID
033574         OR NOT ED-MOVEMENT-DEDUCTION
033576         DISPLAY "Codigo nao e desconto - nao pode ser pensao: "
033578             WS-INPUT-CODE
033580         GO TO 6000-EXIT
033582     END-IF.
033584
033586     DISPLAY "Nome do beneficiario: "
033588     ACCEPT WS-INPUT-BEN-FIRST-NAME.
033590     DISPLAY "Sobrenome do beneficiario: "
033592     ACCEPT WS-INPUT-BEN-LAST-NAME.
033594     IF WS-INPUT-BEN-FIRST-NAME = SPACES
033596         DISPLAY "Nome do beneficiario em branco"
033598         GO TO 6000-EXIT
033600     END-IF.
033602     DISPLAY "CPF do beneficiario (11 digitos): "
033604     ACCEPT WS-INPUT-CPF.
033606     IF WS-INPUT-CPF = ZEROS
033608         DISPLAY "CPF do beneficiario invalido"
033610         GO TO 6000-EXIT
033612     END-IF.
033614     DISPLAY "Banco: "
033616     ACCEPT WS-INPUT-BANK.
033618     DISPLAY "Agencia: "
033620     ACCEPT WS-INPUT-AGENCY.
033622     DISPLAY "Conta: "
033624     ACCEPT WS-INPUT-ACCOUNT.
033626     IF WS-INPUT-BANK = ZEROS
033628         OR WS-INPUT-AGENCY = ZEROS
033630         OR WS-INPUT-ACCOUNT = ZEROS
033632         DISPLAY "Dados bancarios do beneficiario incompletos"
033634         GO TO 6000-EXIT
033636     END-IF.
033638
033640     MOVE WS-INPUT-ID   TO BEN-EMPLOYEE-ID.
033642     MOVE WS-INPUT-CODE TO BEN-CODE.
033644     MOVE "N" TO WS-RECORD-EXISTS-SWITCH.
033646     READ BENEF-FILE
033648         NOT INVALID KEY
033650             SET WS-RECORD-EXISTS TO TRUE
033652             DISPLAY "Beneficiario ja cadastrado - "
033654                 "sera substituido"
033656     END-READ.
033658
033660     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
033662     MOVE WS-INPUT-ID             TO BEN-EMPLOYEE-ID.
033664     MOVE WS-INPUT-CODE           TO BEN-CODE.
033666     MOVE WS-INPUT-BEN-FIRST-NAME TO BEN-FIRST-NAME.
033668     MOVE WS-INPUT-BEN-LAST-NAME  TO BEN-LAST-NAME.
033670     MOVE WS-INPUT-CPF            TO BEN-CPF.
033672     MOVE WS-INPUT-BANK           TO BEN-BANK.
033674     MOVE WS-INPUT-AGENCY         TO BEN-AGENCY.
033676     MOVE WS-INPUT-ACCOUNT        TO BEN-ACCOUNT.
033678     MOVE WS-CURRENT-DATE         TO BEN-UPDATE-DATE.
033680     IF WS-RECORD-EXISTS
033682         REWRITE BENEF-RECORD
033684     ELSE
033686         WRITE BENEF-RECORD
033688     END-IF.
033690     ADD 1 TO WS-ACTIONS-DONE.
033692     DISPLAY "Beneficiario gravado: " WS-INPUT-ID " codigo "
033694         WS-INPUT-CODE.
033696
033698     6000-EXIT.
033700         EXIT.
033702
033704*--------------------------------------------------------------*
033706*  7000-DELETE-BENEF                                           *
033708*  THE RECURRING DESCONTO STAYS; FROM THE NEXT FOLHA ON IT IS  *
033710*  NO LONGER RECORDED FOR REPASSE.  REFUSED WHILE A REPASSE OF *
033712*  THE PENSAO IS STILL PENDENTE.                               *
033714*--------------------------------------------------------------*
033716     7000-DELETE-BENEF.
033718
033720     DISPLAY "Prontuario: "
033722     ACCEPT WS-INPUT-ID.
033724     DISPLAY "Codigo da pensao: "
033726     ACCEPT WS-INPUT-CODE.
033728     MOVE WS-INPUT-ID   TO BEN-EMPLOYEE-ID.
033730     MOVE WS-INPUT-CODE TO BEN-CODE.
033732     PERFORM 7100-CHECK-PENDING-REPASSE THRU 7100-EXIT.
033734     IF WS-REPASSE-PENDING
033736         DISPLAY "Pensao com repasse pendente - exclusao "
033738             "recusada: " WS-INPUT-ID " codigo " WS-INPUT-CODE
033740         GO TO 7000-EXIT
033742     END-IF.
033744     DELETE BENEF-FILE RECORD
033746         INVALID KEY
033748             DISPLAY "Beneficiario nao encontrado: " WS-INPUT-ID
033750                 " codigo " WS-INPUT-CODE
033752             GO TO 7000-EXIT
033754     END-DELETE.
033756     ADD 1 TO WS-ACTIONS-DONE.
033758     DISPLAY "Beneficiario excluido: " WS-INPUT-ID " codigo "
033760         WS-INPUT-CODE.
033762
033764     7000-EXIT.
033766         EXIT.
033768
033770*--------------------------------------------------------------*
033772*  7100-CHECK-PENDING-REPASSE                                  *
033774*  ANY PENSREP ROW OF THE PRONTUARIO AND CODE KEYED STILL      *
033776*  PENDENTE SETS WS-REPASSE-PENDING.                           *
033778*--------------------------------------------------------------*
033780     7100-CHECK-PENDING-REPASSE.
033782
033784     MOVE "N" TO WS-REPASSE-PENDING-SWITCH.
033786     IF WS-PR-FILE-MISSING
033788         GO TO 7100-EXIT
033790     END-IF.
033792     MOVE WS-INPUT-ID   TO PR-EMPLOYEE-ID.
033794     MOVE WS-INPUT-CODE TO PR-CODE.
033796     MOVE ZEROS         TO PR-PERIOD.
033798     START PENSAO-REPASSE-FILE KEY NOT < PR-KEY
033800         INVALID KEY
033802             GO TO 7100-EXIT
033804     END-START.
033806     PERFORM 7110-READ-REPASSE THRU 7110-EXIT
033808         UNTIL WS-PR-EOF OR WS-REPASSE-PENDING.
033810
033812     7100-EXIT.
033814         EXIT.
033816
033818*--------------------------------------------------------------*
033820*  7110-READ-REPASSE                                           *
033822*--------------------------------------------------------------*
033824     7110-READ-REPASSE.
033826
033828     READ PENSAO-REPASSE-FILE NEXT RECORD
033830         AT END GO TO 7110-EXIT
033832     END-READ.
033834     IF PR-EMPLOYEE-ID NOT = WS-INPUT-ID
033836         OR PR-CODE NOT = WS-INPUT-CODE
033838         SET WS-PR-EOF TO TRUE
033840         GO TO 7110-EXIT
033842     END-IF.
033844     IF PR-PENDING
033846         SET WS-REPASSE-PENDING TO TRUE
033848     END-IF.
033850
033852     7110-EXIT.
033854         EXIT.
033856
033858*--------------------------------------------------------------*
033860*  9000-TERMINATE                                              *
033862*--------------------------------------------------------------*
033900     9000-TERMINATE.
034000
034100     CLOSE RECURRING-FILE.
034200     CLOSE EMPLOYEE-MASTER.
034210     CLOSE BENEF-FILE.
034220     IF NOT WS-PR-FILE-MISSING
034230         CLOSE PENSAO-REPASSE-FILE
034240     END-IF.
034300     DISPLAY "Acoes no cadastro de recorrentes: " WS-ACTIONS-DONE.
034400
034500     9000-EXIT.
