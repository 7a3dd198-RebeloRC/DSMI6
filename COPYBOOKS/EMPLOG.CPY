002900     05  EMPLOG-NEW-COST-CENTER  PIC 9(4).
003000     05  EMPLOG-LEAVE-START      PIC 9(8).
003100     05  EMPLOG-LEAVE-REASON     PIC X(1).
003200     05  EMPLOG-BANCO-HORAS      PIC X(1).
003300     05  EMPLOG-ADMISSION-DATE   PIC 9(8).
