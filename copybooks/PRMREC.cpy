000100*****************************************************************
000110*  PRMREC.CPY
000120*  RECORD LAYOUT FOR THE PARM-MASTER INDEXED FILE - THE PRICING
000130*  AND DEDUCTION TIER TABLES THAT USED TO BE MOVED INTO
000140*  OPSBIL01'S WS-RATE-TABLE AND PAYREG01'S WS-DEDUCT-TABLE BY
000150*  HAND.  ONE ROW PER TIER, KEYED BY TABLE TYPE, EFFECTIVE DATE
000160*  AND TIER NUMBER, SO EVERY TIER SET EVER IN FORCE STAYS ON
000170*  FILE AND A RUN PRICES EACH TRANSACTION AT THE SET IN EFFECT
000180*  ON ITS OWN DATE.  MAINTAINED ONLY BY PRMMNT01.
000190*
000200*    AREA - OPSBIL01 VOLUME-DISCOUNT AREA RATE BREAKS.
000210*           PRM-UPPER-LIMIT IS THE TIER'S AREA CEILING,
000220*           PRM-RATE THE PER-UNIT AREA RATE.
000230*    TRIM - OPSBIL01 PER-UNIT PERIMETER TRIM CHARGE.  ONE TIER
000240*           ONLY - PRM-RATE IS THE CHARGE, THE LIMIT IS UNUSED.
000250*    DEDN - PAYREG01 DEDUCTION BRACKETS.  PRM-UPPER-LIMIT IS THE
000260*           BRACKET'S GROSS-PAY CEILING, PRM-RATE THE FRACTION
000270*           OF GROSS DEDUCTED.
000280*-----------------------------------------------------------------
000290*  MODIFICATION HISTORY
000300*  DATE       INIT  DESCRIPTION
000310*  10/15/26   MH    ORIGINAL COPYBOOK.
000320*****************************************************************
000330 01  PRM-MASTER-RECORD.
000340     05  PRM-KEY.
000350         10  PRM-TABLE-TYPE      PIC X(04).
000360             88  PRM-TYPE-AREA   VALUE "AREA".
000370             88  PRM-TYPE-TRIM   VALUE "TRIM".
000380             88  PRM-TYPE-DEDN   VALUE "DEDN".
000390         10  PRM-EFF-DATE        PIC 9(08).
000400         10  PRM-TIER-NO         PIC 9(01).
000410     05  PRM-UPPER-LIMIT         PIC 9(07)V99.
000420     05  PRM-RATE                PIC 9(02)V99.
000430     05  PRM-USER-ID             PIC X(08).
000440     05  PRM-MAINT-DATE          PIC 9(08).
