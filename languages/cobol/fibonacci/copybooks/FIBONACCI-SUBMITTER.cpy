000010*****************************************************************
000020* COPYBOOK.    FIBONACCI-SUBMITTER
000030* AUTHOR.      D. OKAFOR
000040* INSTALLATION.APPLICATION DEVELOPMENT
000050* DATE-WRITTEN.10/15/2026
000060*-----------------------------------------------------------------
000070* MODIFICATION HISTORY
000080*   10/15/2026 DKO  ORIGINAL - ONE SUBMITTING DESK ON THE KEYED
000090*                    SUBMITTER REGISTRY (FIBSUBM), MAINTAINED BY
000100*                    FIBONACCI-SUBMAINT.  FIBONACCI-EDIT READS
000110*                    IT AT EVERY TRANSMISSION-SET HEADER: AN
000120*                    UNREGISTERED OR SUSPENDED DESK, A SEQUENCE
000130*                    TYPE THE DESK IS NOT SET UP FOR, OR A SET
000140*                    THAT WOULD TAKE THE DESK PAST ITS DAILY
000150*                    DETAIL QUOTA IS REJECTED BEFORE IT REACHES
000160*                    THE BATCH DRIVER.  SR-DAILY-MAX-DETAILS OF
000170*                    ZERO MEANS THE DESK HAS NO DAILY LIMIT.
000180*                    SR-USAGE-DATE/SR-USAGE-COUNT ARE KEPT BY
000190*                    THE EDIT - THE DETAILS CERTIFIED FOR THE
000200*                    DESK ON THAT BUSINESS DATE.
000210*****************************************************************
000220 01  SUBMITTER-RECORD.
000230     05  SR-SUBMITTER-ID            PIC X(08).
000240     05  SR-DESK-NAME               PIC X(30).
000250     05  SR-STATUS                  PIC X(01).
000260         88  SR-STATUS-ACTIVE               VALUE 'A'.
000270         88  SR-STATUS-SUSPENDED            VALUE 'S'.
000280     05  SR-ALLOWED-TYPES.
000290         10  SR-ALLOW-FIBONACCI     PIC X(01).
000300             88  SR-FIBONACCI-ALLOWED       VALUE 'Y'.
000310         10  SR-ALLOW-LUCAS         PIC X(01).
000320             88  SR-LUCAS-ALLOWED           VALUE 'Y'.
000330         10  SR-ALLOW-CUSTOM        PIC X(01).
000340             88  SR-CUSTOM-ALLOWED          VALUE 'Y'.
000350         10  SR-ALLOW-VALUE         PIC X(01).
000360             88  SR-VALUE-ALLOWED           VALUE 'Y'.
000370     05  SR-DAILY-MAX-DETAILS       PIC 9(07).
000380     05  SR-USAGE-DATE              PIC 9(08).
000390     05  SR-USAGE-COUNT             PIC 9(07).
000400     05  SR-ADDED-DATE              PIC 9(08).
000410     05  SR-CHANGED-DATE            PIC 9(08).
000420     05  SR-SUSPENDED-DATE          PIC 9(08).
000430     05  FILLER                     PIC X(10).
