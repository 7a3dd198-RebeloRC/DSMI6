000100*--------------------------------------------------------------*
000200*  PONTOREC.CPY                                                *
000300*  ONE DAY OF RAW PUNCHES FOR ONE PRONTUARIO, AS EXPORTED BY   *
000400*  THE PONTO ELETRONICO CLOCK AND READ BY IMPORTA-PONTO.  THE  *
000500*  FILE COMES SORTED BY PRONTUARIO AND DATE.  THE PUNCHES ARE  *
000600*  IN THE ORDER THEY WERE MARKED - ENTRADA, SAIDA, ENTRADA,    *
000700*  SAIDA... - AND PT-PUNCH-COUNT SAYS HOW MANY OF THE SIX      *
000800*  SLOTS ARE USED (AN ODD COUNT IS A FORGOTTEN MARK).  A SAIDA *
000900*  EARLIER THAN ITS ENTRADA CROSSES MIDNIGHT.                  *
001000*--------------------------------------------------------------*
001100 01  PONTO-RECORD.
001200     05  PT-EMPLOYEE-ID          PIC 9(5).
001300     05  PT-DATE.
001400         10  PT-YEAR             PIC 9(4).
001500         10  PT-MONTH            PIC 9(2).
001600         10  PT-DAY              PIC 9(2).
001700     05  PT-PUNCH-COUNT          PIC 9(1).
001800     05  PT-PUNCH OCCURS 6 TIMES.
001900         10  PT-PUNCH-HOUR       PIC 9(2).
002000         10  PT-PUNCH-MINUTE     PIC 9(2).
