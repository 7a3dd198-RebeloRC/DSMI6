000100*--------------------------------------------------------------*
000200*  SALHIST.CPY                                                 *
000300*  HISTORY OF THE CONTRACTUAL HOUR VALUE - ONE RECORD PER      *
000400*  EMPLOYEE PER CHANGE, INDEXED ON PRONTUARIO + VIGENCIA       *
000500*  (AAAAMMDD).  THE CADASTRO WRITES THE ADMISSION VALUE AND    *
000600*  EVERY CHANGE KEYED; THE DISSIDIO PROGRAM WRITES THE UNION   *
000700*  INCREASE WITH ITS PERCENTAGE, VIGENT FROM THE DATA-BASE.    *
000800*  EMPMST-HOUR-VALUE ALWAYS HOLDS THE LAST NEW VALUE.          *
000900*--------------------------------------------------------------*
001000 01  SALHIST-RECORD.
001100     05  SH-KEY.
001200         10  SH-EMPLOYEE-ID      PIC 9(5).
001300         10  SH-EFFECTIVE-DATE   PIC 9(8).
001400     05  SH-OLD-HOUR-VALUE       PIC 9(5)V9(2).
001500     05  SH-NEW-HOUR-VALUE       PIC 9(5)V9(2).
001600     05  SH-PERCENT              PIC 9(2)V9(2).
001700     05  SH-REASON               PIC X(1).
001800         88  SH-ADMISSION                       VALUE "A".
001900         88  SH-CHANGE                          VALUE "M".
002000         88  SH-DISSIDIO                        VALUE "D".
002100     05  SH-RECORD-DATE          PIC 9(8).
002200     05  SH-OPERATOR             PIC X(8).
