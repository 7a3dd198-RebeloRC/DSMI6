002340*  02/09/2026  RRC  THE OPEN COMPETENCIA IS NOW ALSO PASSED TO *
002350*                   CALCSAL SO IT LOADS THE INSS/IRRF TABLE IN *
002360*                   FORCE FOR THAT COMPETENCIA (SEE TAXTBL).   *
002370*  15/10/2026  RRC  THE HISTORY RECORD IS WRITTEN WITH THE     *
002380*                   CREDIT SITUATION ZEROED (AGUARDANDO        *
002390*                   RETORNO) - SEE HIST-PAYMENT IN PAYHIST.CPY.*
002393*  15/10/2026  RRC  HIST-PENSAO-AMOUNT IS WRITTEN AS ZERO -    *
002396*                   NO PENSAO IS DISCOUNTED HERE (PENSREP).    *
002400*--------------------------------------------------------------*
002500
002600 ENVIRONMENT DIVISION.
051300     MOVE ZEROS               TO HIST-OVERTIME-50-HOURS.
051400     MOVE ZEROS               TO HIST-OVERTIME-100-HOURS.
051450     MOVE ZEROS               TO HIST-SALFAM-AMOUNT.
051475     MOVE ZEROS               TO HIST-PAYMENT.
051480     MOVE ZEROS               TO HIST-PENSAO-AMOUNT.
051500     WRITE PAYHIST-RECORD
051600         INVALID KEY
051700             REWRITE PAYHIST-RECORD
