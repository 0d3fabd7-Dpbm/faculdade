           05 PM-CHECKPOINT-FREQ PIC 9(2).
           05 PM-REPORT-LOW PIC 9(2).
           05 PM-REPORT-HIGH PIC 9(2).
           05 PM-SLA-PARMS.
               10 PM-BATCH-CUTOFF PIC 9(4).
               10 PM-STEP-TARGETS.
                   15 PM-TARGET-FIBQREL PIC 9(5).
                   15 PM-TARGET-FIBEDIT PIC 9(5).
                   15 PM-TARGET-FIB PIC 9(5).
                   15 PM-TARGET-FIBRPT PIC 9(5).
                   15 PM-TARGET-FIBBAL PIC 9(5).
                   15 PM-TARGET-FIBCKVER PIC 9(5).
                   15 PM-TARGET-FIBNSUM PIC 9(5).
                   15 PM-TARGET-FIBACKRP PIC 9(5).
               10 PM-STEP-TARGET-TABLE REDEFINES PM-STEP-TARGETS.
                   15 PM-STEP-TARGET PIC 9(5) OCCURS 8 TIMES.
