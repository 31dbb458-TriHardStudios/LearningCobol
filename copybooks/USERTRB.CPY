000280* TYPED VALUES THROUGH THE REDEFINES, THE SAME WAY TRN-BAL-TEXT
000290* CARRIES THE SIGNED BALANCE IN USERTRN.
000300*
000302* BATCH NUMBERS 900001-999999 ARE RESERVED FOR THE BATCHES USRSIG
000304* GENERATES FROM STANDING INSTRUCTIONS.  A DEPARTMENT BATCH MUST
000306* BE NUMBERED BELOW 900000.
000308*
000310* MODIFICATION HISTORY
000320* DATE      BY    DESCRIPTION
000330* --------  ----  -----------------------------------------------
000344*                 (AND FIELD B TO 16 BYTES) WITH THE SUITE-WIDE
000346*                 CEILING RAISE, SINCE THE HASH SUMS THE WIDER
000348*                 TRN-BAL AMOUNTS.
000349* 10/15/26  RFK   RESERVED BATCHES 900001 AND UP FOR USRSIG.
000350*-----------------------------------------------------------------
000360     05  BCH-REC-TYPE                    PIC X(01).
000370         88  BCH-HEADER                  VALUE "H".
