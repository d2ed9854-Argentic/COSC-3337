000100*----------------------------------------------------------------
000200* DUNREG.
000300*   DUNNING NOTICE REGISTER LINE LAYOUT - ONE LINE PER NOTICE
000400*   THE DUNNING RUN PRODUCES: THE AS-OF DATE, THE CUSTOMER'S
000500*   PHONE AND NAME, THE NOTICE LEVEL AND THE OPEN BALANCE IT
000600*   DEMANDED.  THE COUNTRY CODE AND EXTENSION FOLLOW THE
000700*   BALANCE SO A LINE CAN BE MATCHED TO THE FULL PHONE KEY.
000800*   THE REGISTER IS CUMULATIVE - EACH RUN ADDS ITS NOTICES TO
000900*   THE END.  SHARED BY THE DUNNING RUN AND THE ACCOUNT
001000*   INQUIRY PROGRAM SO BOTH AGREE ON THE SAME LAYOUT.
001100*
001200*   2026-10-15  RH   ORIGINAL LAYOUT, TAKEN FROM THE DUNNING
001300*                    RUN'S OWN REGISTER LINE.
001400*----------------------------------------------------------------
001500     05  RG-DATE          PIC 9(08).
001600     05  FILLER           PIC X(02).
001700     05  RG-PHONE         PIC 9(10).
001800     05  FILLER           PIC X(02).
001900     05  RG-NAME          PIC X(30).
002000     05  FILLER           PIC X(02).
002100     05  RG-LEVEL         PIC X(14).
002200     05  FILLER           PIC X(02).
002300     05  RG-BALANCE       PIC Z,ZZZ,ZZZ,ZZ9.99.
002400     05  FILLER           PIC X(02).
002500     05  RG-CC            PIC 9(03).
002600     05  FILLER           PIC X(01).
002700     05  RG-EXT           PIC 9(05).
