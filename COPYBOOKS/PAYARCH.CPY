002600     05  ARCH-OTHER-EARNINGS     PIC 9(5)V9(2).
002700     05  ARCH-OTHER-DEDUCTIONS   PIC 9(5)V9(2).
002800     05  ARCH-SALFAM-AMOUNT      PIC 9(4)V9(2).
002900     05  ARCH-PAYMENT.
003000         10  ARCH-PAY-STATUS     PIC X(1).
003100         10  ARCH-PAY-OCCURRENCE PIC X(2).
003200         10  ARCH-PAY-DATE       PIC 9(8).
003300         10  ARCH-PAY-BANK       PIC 9(3).
003400         10  ARCH-PAY-AGENCY     PIC 9(5).
003500         10  ARCH-PAY-ACCOUNT    PIC 9(10).
003600     05  ARCH-PENSAO-AMOUNT      PIC 9(5)V9(2).
