001630*                   ALLOWED CODES AND RETURNS ITS TYPE AND     *
001640*                   DESCRIPTION; THE TIMESHEET EDIT IS         *
001650*                   UNCHANGED AND REMAINS THE DEFAULT.         *
001660*  15/10/2026  RRC  NEW PROVENTO CODE 203 - DIFERENCA DE       *
001670*                   DISSIDIO, PAID BY THE BATCH RUN FROM THE   *
001680*                   DIFFERENCES THE DISSIDIO PROGRAM WORKS OUT.*
001700*--------------------------------------------------------------*
001800
001900 ENVIRONMENT DIVISION.
004055     05  FILLER PIC X(24) VALUE "105DPENSAO JUDICIAL     ".
004060     05  FILLER PIC X(24) VALUE "201PBONIFICACAO         ".
004065     05  FILLER PIC X(24) VALUE "202PCOMISSAO            ".
004067     05  FILLER PIC X(24) VALUE "203PDIFERENCA DISSIDIO  ".
004070 01  WS-MOVEMENT-CODE-TABLE REDEFINES WS-MOVEMENT-CODE-VALUES.
004075     05  WS-MOVEMENT-ENTRY OCCURS 8 TIMES.
004080         10  WS-TABLE-CODE       PIC 9(3).
004085         10  WS-TABLE-TYPE       PIC X(1).
004090         10  WS-TABLE-DESC       PIC X(20).
004092 77  WS-MOVEMENT-ENTRY-COUNT     PIC 9(2)  COMP VALUE 8.
004094 77  WS-SUB                      PIC 9(2)  COMP VALUE ZEROS.
004096 77  WS-FOUND-SUB                PIC 9(2)  COMP VALUE ZEROS.
004100
