001200*                    BASESCAN'S NIGHTLY SWEEP AND BY BASECORR AT
001300*                    RELEASE, SO AN UNKNOWN SPELLING SUSPENDS
001400*                    INSTEAD OF BECOMING YET ANOTHER CUSTOMER.
001410*    2026-09-17 KJM  ADDED THE ALIAS RECORD TYPE.  AN ALIAS IS
001420*                    KEYED BY A KNOWN VARIANT SPELLING (AGAIN AS
001430*                    BASE_JB LEAVES IT) AND NAMES, IN
001440*                    CUST-ALIAS-OF, THE MASTER CUSTOMER IT
001450*                    STANDS FOR.  THE SWEEP, THE RELEASE AND THE
001460*                    POSTING RUN SUBSTITUTE THAT MASTER NAME
001470*                    INSTEAD OF SUSPENDING THE VARIANT.  RECORDS
001480*                    WRITTEN BEFORE THE TYPE EXISTED CARRY A
001490*                    BLANK TYPE AND ARE MASTER RECORDS.
001500*----------------------------------------------------------------*
001600 01  CUST-RECORD.
001700     05  CUST-NAME              PIC X(30).
001900         88  CUST-ACTIVE        VALUE "A".
002000         88  CUST-RETIRED       VALUE "R".
002100     05  CUST-ADD-DATE          PIC 9(08).
002110     05  CUST-REC-TYPE          PIC X(01).
002120         88  CUST-MASTER-REC    VALUE "M" SPACE.
002130         88  CUST-ALIAS-REC     VALUE "A".
002140     05  CUST-ALIAS-OF          PIC X(30).
