002600         10  REC-START-MONTH     PIC 9(2).
002700     05  REC-PARCELS-TOTAL       PIC 9(3).
002800     05  REC-PARCELS-LEFT        PIC 9(3).
002900*    ULTIMA COMPETENCIA EM QUE UMA PARCELA FOI DESCONTADA PELA
003000*    FOLHA (ZEROS = NENHUMA AINDA, OU REGISTRO ANTERIOR AO CAMPO).
003100*    O ESTORNO-CALCULO DEVOLVE A PARCELA DE UMA COMPETENCIA ENTRE
003200*    REC-START E ESTA.
003300     05  REC-LAST-PERIOD.
003400         10  REC-LAST-YEAR       PIC 9(4).
003500         10  REC-LAST-MONTH      PIC 9(2).
