      * CISTJNL - CIC0012O STATUS TRANSITION JOURNAL RECORD
      * ONE ENTRY PER CIC0012O-STATUS CHANGE, WRITTEN BY EVERY
      * PROGRAM THAT MOVES AN APPLICATION BETWEEN WORKFLOW STAGES.
      * THE CREDIT INVESTIGATION DECISION LEAVES THE STATUS AT 120
      * AND IS JOURNALLED WITH THE SAME OLD AND NEW STATUS.
      * AN OLD STATUS OF ZERO MARKS THE ORIGINAL INTAKE CAPTURE.
      ***************************************************************
       01 CISTJNL-REC.
