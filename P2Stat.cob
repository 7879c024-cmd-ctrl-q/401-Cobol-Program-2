               RN-Program(RunIdx) EQUAL "P2GRAD" OR
               RN-Program(RunIdx) EQUAL "P2LTTR" OR
               RN-Program(RunIdx) EQUAL "P2VRFY" OR
               RN-Program(RunIdx) EQUAL "P2RANK" OR
               RN-Program(RunIdx) EQUAL "P2BILL" THEN
           IF LastP2Idx EQUAL 0 THEN
               MOVE "RAN BEFORE ANY P2 BATCH RUN" TO FL-Text
