*> DISP-NEW-AMOUNT keep the item's original values on a repair.
*> DISP-OPERATOR names who keyed the instruction and rides onto the
*> disposition report, so a correction is traceable to the
*> instruction that caused it. That operator is the instruction's
*> maker: it is applied only against a checker's approval on
*> DISPAPPR (APPRREC) and is otherwise held on DISPHOLD, its item
*> left in suspense.
*> DISP-EFF-DATE value-dates a repaired or force-released item on
*> its way back into posting; spaces (and every card keyed before
*> the field existed) mean effective on arrival. A date inside a
*> period finance has closed is routed to the business date's open
*> period and reported. A write-off is always dated the day it is
*> made.
01  DISPOSITION-RECORD.
    05  DISP-ACTION             PIC X(1).
        88  DISP-IS-REPAIR             VALUE 'R'.
    05  DISP-NEW-AMOUNT         PIC 9(7)V99.
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  DISP-OPERATOR           PIC X(8).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  DISP-EFF-DATE           PIC X(10).
