000493*  (SEE LANCAMENTOS-CONTABEIS); ZEROS MEANS NOT YET ASSIGNED   *
000494*  AND POSTS TO THE GENERAL COST CENTER.  RECORDS LOADED       *
000495*  BEFORE THE FIELD EXISTED MUST BE RELOADED.                  *
000496*  EMPMST-BANCO-HORAS "S" PUTS THE EMPLOYEE IN THE BANCO DE    *
000497*  HORAS REGIME: THE BATCH RUN CREDITS THE OVERTIME TO THE     *
000498*  BANCOHRS MASTER INSTEAD OF PAYING IT.  SPACES OR "N" IS THE *
000499*  NORMAL REGIME.                                              *
000500*--------------------------------------------------------------*
000600 01  EMPMST-RECORD.
000700     05  EMPMST-ID               PIC 9(5).
002200         88  EMPMST-LEAVE-DOENCA                VALUE "D".
002300         88  EMPMST-LEAVE-MATERNIDADE           VALUE "M".
002400         88  EMPMST-LEAVE-OUTRO                 VALUE "O".
002500     05  EMPMST-BANCO-HORAS      PIC X(1).
002600         88  EMPMST-IN-BANCO-HORAS              VALUE "S".
002610*    DATA DE ADMISSAO (AAAAMMDD).  O ADIANTAMENTO QUINZENAL NAO
002620*    E PAGO A QUEM FOI ADMITIDO DEPOIS DO DIA DE CORTE DA
002630*    COMPETENCIA.  CADASTROS ANTERIORES AO CAMPO TRAZEM ZEROS
002640*    ATE SEREM ALTERADOS E SAO TRATADOS COMO ADMISSAO ANTIGA.
002700     05  EMPMST-ADMISSION-DATE   PIC 9(8).
002710*    VALOR DA HORA CONTRATUAL E A DATA DE VIGENCIA DO ULTIMO
002720*    REAJUSTE (HISTORICO COMPLETO NO SALHIST).  O TIMESHEET DO
002730*    MES TEM DE TRAZER ESTE VALOR HORA.  ZEROS = AINDA NAO
002740*    INFORMADO (CADASTRO ANTERIOR AO CAMPO), SEM CONFERENCIA.
002800     05  EMPMST-HOUR-VALUE       PIC 9(5)V9(2).
002900     05  EMPMST-HOUR-VALUE-DATE  PIC 9(8).
