000100*--------------------------------------------------------------*
000200*  FERIADO.CPY                                                 *
000300*  ONE FERIADO (NATIONAL, STATE OR MUNICIPAL) PER RECORD, KEPT *
000400*  BY THE DEPARTAMENTO PESSOAL IN THE FERIADOS FILE.  HOURS    *
000500*  WORKED ON A FERIADO ARE PAID AS 100% OVERTIME, LIKE A       *
000600*  SUNDAY, AND A FERIADO WITHOUT PUNCHES IS NOT A MISSING DAY. *
000700*--------------------------------------------------------------*
000800 01  FERIADO-RECORD.
000900     05  FRD-DATE.
001000         10  FRD-YEAR            PIC 9(4).
001100         10  FRD-MONTH           PIC 9(2).
001200         10  FRD-DAY             PIC 9(2).
001300     05  FRD-DESCRIPTION         PIC X(30).
