000100*****************************************************************
000110*  DDPREC.CPY
000120*  DIRECT-DEPOSIT PAYMENT FILE (DDFILE) RECORD LAYOUTS - 94-BYTE
000130*  BANK-FORMAT RECORDS, ONE BATCH PER FILE:
000140*     "5"  BATCH HEADER - ORIGINATOR, ENTRY CLASS, CREATION AND
000150*          SETTLEMENT (EFFECTIVE) DATES, BATCH NUMBER.
000160*     "6"  ENTRY DETAIL - ONE CREDIT PER EMPLOYEE NET PAY LINE,
000170*          TRANSACTION CODE 22 (CHECKING) OR 32 (SAVINGS).
000180*     "8"  BATCH CONTROL - ENTRY COUNT, ENTRY HASH (SUM OF THE
000190*          8-DIGIT ROUTING IDS, RIGHTMOST 10 DIGITS) AND TOTAL
000200*          DEBIT/CREDIT AMOUNTS.
000210*  ALL THREE SHARE ONE FD; THE FIRST BYTE SAYS WHICH ONE IT IS.
000220*-----------------------------------------------------------------
000230*  MODIFICATION HISTORY
000240*  DATE       INIT  DESCRIPTION
000250*  10/15/26   MH    ORIGINAL COPYBOOK.
000260*****************************************************************
000270 01  DDH-HEADER-RECORD.
000280     05  DDH-RECORD-TYPE         PIC X(01).
000290     05  DDH-SERVICE-CLASS       PIC 9(03).
000300     05  DDH-COMPANY-NAME        PIC X(16).
000310     05  DDH-COMPANY-ID          PIC X(10).
000320     05  DDH-ENTRY-CLASS         PIC X(03).
000330     05  DDH-ENTRY-DESC          PIC X(10).
000340     05  DDH-CREATE-DATE         PIC 9(08).
000350     05  DDH-EFF-DATE            PIC 9(08).
000360     05  DDH-ORIGIN-DFI          PIC 9(08).
000370     05  DDH-BATCH-NO            PIC 9(07).
000380     05  FILLER                  PIC X(20).
000390
000400 01  DDD-DETAIL-RECORD.
000410     05  DDD-RECORD-TYPE         PIC X(01).
000420     05  DDD-TRAN-CODE           PIC 9(02).
000430         88  DDD-CHECKING-CREDIT VALUE 22.
000440         88  DDD-SAVINGS-CREDIT  VALUE 32.
000450     05  DDD-ROUTING-ID          PIC 9(08).
000460     05  DDD-ROUTING-CHECK       PIC 9(01).
000470     05  DDD-ACCOUNT-NO          PIC X(17).
000480     05  DDD-AMOUNT              PIC 9(08)V99.
000490     05  DDD-EMP-ID              PIC 9(05).
000500     05  DDD-EMP-NAME            PIC X(20).
000510     05  DDD-PAY-DATE            PIC 9(08).
000520     05  DDD-TRACE-NO.
000530         10  DDD-TRACE-DFI       PIC 9(08).
000540         10  DDD-TRACE-SEQ       PIC 9(07).
000550     05  FILLER                  PIC X(07).
000560
000570 01  DDT-CONTROL-RECORD.
000580     05  DDT-RECORD-TYPE         PIC X(01).
000590     05  DDT-SERVICE-CLASS       PIC 9(03).
000600     05  DDT-ENTRY-COUNT         PIC 9(06).
000610     05  DDT-ENTRY-HASH          PIC 9(10).
000620     05  DDT-TOTAL-DEBIT         PIC 9(10)V99.
000630     05  DDT-TOTAL-CREDIT        PIC 9(10)V99.
000640     05  DDT-COMPANY-ID          PIC X(10).
000650     05  DDT-ORIGIN-DFI          PIC 9(08).
000660     05  DDT-BATCH-NO            PIC 9(07).
000670     05  FILLER                  PIC X(25).
