000010*****************************************************************
000020* COPYBOOK.    FIBONACCI-PENDREQ
000030* AUTHOR.      D. OKAFOR
000040* INSTALLATION.APPLICATION DEVELOPMENT
000050* DATE-WRITTEN.10/15/2026
000060*-----------------------------------------------------------------
000070* MODIFICATION HISTORY
000080*   10/15/2026 DKO  ORIGINAL - ONE ENTRY ON THE PENDING-REQUEST
000090*                    QUEUE (FIBPENDQ), KEYED BY REQUEST-ID.  AN
000100*                    OPERATOR KEYS A REQUEST FOR A DESK THROUGH
000110*                    FIBONACCI-INQUIRY; THE ENTRY CARRIES THE
000120*                    DESK, THE OPERATOR, WHEN IT WAS KEYED, AND
000130*                    THE DETAIL IMAGE EXACTLY AS A DESK WOULD HAVE
000140*                    SENT IT ON FIBREQIN.  FIBONACCI-EDIT PICKS
000150*                    THE QUEUE UP AS ONE MORE TRANSMISSION SET AND
000160*                    MARKS EACH ENTRY PICKED UP; ONCE THE SET IS
000170*                    CERTIFIED ITS ENTRIES ARE DELETED, AND IF THE
000180*                    SET IS REJECTED THEY RETURN TO PENDING.  A
000190*                    PICKED-UP ENTRY IS PAST THE CUTOFF AND CAN NO
000200*                    LONGER BE DELETED BY THE OPERATOR.  THE RANGE
000210*                    AND VALUE VIEWS OF THE DETAIL IMAGE MATCH THE
000220*                    REQUEST-RANGE-RECORD AND REQUEST-VALUE-RECORD
000230*                    LAYOUTS OF FIBONACCI-REQUEST; A SINGLE-INDEX
000240*                    ENTRY IS A RANGE IMAGE WITH A BLANK ENDING
000250*                    INDEX.
000260*****************************************************************
000270 01  PENDING-REQUEST-RECORD.
000280     05  PQ-REQUEST-ID              PIC X(10).
000290     05  PQ-DESK-ID                 PIC X(08).
000300     05  PQ-OPERATOR-ID             PIC X(08).
000310     05  PQ-ENTRY-DATE              PIC 9(08).
000320     05  PQ-ENTRY-TIME              PIC 9(06).
000330     05  PQ-REQUEST-KIND            PIC X(01).
000340         88  PQ-SINGLE-REQUEST              VALUE 'S'.
000350         88  PQ-RANGE-REQUEST               VALUE 'R'.
000360         88  PQ-VALUE-REQUEST               VALUE 'V'.
000370     05  PQ-QUEUE-STATUS            PIC X(01).
000380         88  PQ-PENDING                     VALUE 'P'.
000390         88  PQ-PICKED-UP                   VALUE 'E'.
000400     05  PQ-PICKUP-DATE             PIC 9(08).
000410     05  PQ-PICKUP-TIME             PIC 9(06).
000420     05  PQ-DETAIL-IMAGE            PIC X(53).
000430     05  PQ-RANGE-DETAIL REDEFINES PQ-DETAIL-IMAGE.
000440         10  PQR-REQUEST-ID         PIC X(10).
000450         10  PQR-START-INDEX        PIC 9(03).
000460         10  PQR-END-INDEX          PIC X(03).
000470         10  PQR-SEQUENCE-TYPE      PIC X(01).
000480         10  PQR-SEED-1             PIC X(18).
000490         10  PQR-SEED-2             PIC X(18).
000500     05  PQ-VALUE-DETAIL REDEFINES PQ-DETAIL-IMAGE.
000510         10  PQV-REQUEST-ID         PIC X(10).
000520         10  PQV-TYPE               PIC X(01).
000530         10  PQV-AMOUNT             PIC X(18).
000540         10  PQV-SEQUENCE-TYPE      PIC X(01).
000550         10  FILLER                 PIC X(23).
000560     05  FILLER                     PIC X(19).
