000010*****************************************************************
000020* COPYBOOK.    FIBONACCI-RATE
000030* AUTHOR.      D. OKAFOR
000040* INSTALLATION.APPLICATION DEVELOPMENT
000050* DATE-WRITTEN.10/15/2026
000060*-----------------------------------------------------------------
000070* MODIFICATION HISTORY
000080*   10/15/2026 DKO  ORIGINAL - ONE LINE OF THE CHARGEBACK RATE
000090*                    TABLE (FIBRATE), KEPT BY OPERATIONS WITH THE
000100*                    EDITOR AND READ BY FIBONACCI-CHARGE AT MONTH
000110*                    END.  ONE LINE PER PRICED CATEGORY, EACH
000120*                    CATEGORY EXACTLY ONCE:
000130*                      SI - SINGLE-INDEX POSTING
000140*                      RL - ONE LINE OF A RANGE POSTING
000150*                      VL - VALUE-LOOKUP POSTING
000160*                      LC - ONE LUCAS OR CUSTOM-SEED LINE
000170*                      RJ - REJECTED POSTING
000180*                    THE UNIT PRICE IS IN DOLLARS TO FOUR
000190*                    DECIMALS WITH NO POINT (000001500 = 0.1500).
000200*                    THE GL ACCOUNT IS CARRIED THROUGH TO THE
000210*                    CHARGEBACK INTERFACE FILE UNCHANGED.
000220*****************************************************************
000230 01  RATE-RECORD.
000240     05  RATE-CATEGORY              PIC X(02).
000250         88  RATE-SINGLE-INDEX              VALUE 'SI'.
000260         88  RATE-RANGE-LINE                VALUE 'RL'.
000270         88  RATE-VALUE-LOOKUP              VALUE 'VL'.
000280         88  RATE-LUCAS-CUSTOM              VALUE 'LC'.
000290         88  RATE-REJECTED                  VALUE 'RJ'.
000300     05  RATE-UNIT-PRICE            PIC 9(05)V9(04).
000310     05  RATE-GL-ACCOUNT            PIC X(10).
000320     05  RATE-DESCRIPTION           PIC X(20).
000330     05  FILLER                     PIC X(39).
