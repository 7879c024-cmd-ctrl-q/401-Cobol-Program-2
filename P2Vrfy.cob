*> LookupGradeValue, the same repeat-forgiveness backouts as
*> CheckRepeat, the same amendment arithmetic as ApplyTransaction, the
*> same validation P2's ValidateRecord applies (including the term
*> table, the course catalog and the suspension gate), and transfer hours counted into
*> earned hours but never into the CGPA denominator. the result is
*> compared against each student's final P2Extract.dat record; anything
*> off by more than rounding goes on the discrepancy report (P2Vrfy.dat)
           ORGANIZATION IS LINE SEQUENTIAL. *> term-code table, same validation P2 applies
       SELECT OPTIONAL HistFile ASSIGN TO "P2GpaHist.dat"
           ORGANIZATION IS LINE SEQUENTIAL. *> standing snapshot, same suspension gate P2 applies
       SELECT OPTIONAL CatalogFile ASSIGN TO "P2Catlg.dat"
           ORGANIZATION IS LINE SEQUENTIAL. *> course catalog, same validation P2 applies
       SELECT ReportFile ASSIGN TO "P2Vrfy.dat"
           ORGANIZATION IS LINE SEQUENTIAL. *> discrepancy report
       SELECT OPTIONAL RunLogFile ASSIGN TO "P2RunLog.dat"
       02 FILLER PIC X(1).
       02 HsName PIC X(23).

FD CatalogFile.
01 CatalogRecord. *> one catalog course, keyed by ShortName
       02 CgShortName PIC X(10).
       02 FILLER PIC X(1).
       02 CgLongName PIC X(28).
       02 FILLER PIC X(1).
       02 CgCredits PIC 9.
       02 FILLER PIC X(1).
       02 CgCategory PIC X.
       02 FILLER PIC X(1).
       02 CgFirstTerm PIC X(12).
       02 FILLER PIC X(1).
       02 CgLastTerm PIC X(12).

FD ReportFile.
01 ReportLine PIC X(75).

01 ExtEOF PIC A VALUE 'N'.
01 TermEOF PIC A VALUE 'N'.
01 SnapEOF PIC A VALUE 'N'.
01 CatalogEOF PIC A VALUE 'N'.
*> the master record's data area, recut through the same views P2 uses
01 VRecord PIC X(80).
01 VStudent REDEFINES VRecord.
01 SnapFoundIdx PIC 9(4) VALUE 0.
01 TermLookupText PIC X(12) VALUE SPACES. *> semester LookupTermSeq is resolving
01 TermLookupSeq PIC 9(4) VALUE 0. *> its chronological sequence - 0 when blank or not in the table
01 Catalog.
       02 CatalogEntry OCCURS 2000 TIMES INDEXED BY CatalogIdx.
           03 CG-ShortName PIC X(10).
           03 CG-LongName PIC X(28).
           03 CG-Credits PIC 9.
           03 CG-Category PIC X.
           03 CG-FirstTerm PIC X(12).
           03 CG-LastTerm PIC X(12).
01 CatalogCount PIC 9(4) VALUE 0.
01 CatalogLookupName PIC X(10).
01 CatalogFoundIdx PIC 9(4) VALUE 0.
01 OfferFirstSeq PIC 9(4) VALUE 0.
01 OfferLastSeq PIC 9(4) VALUE 0.
01 ReinstatedStudents.
       02 ReinstEntry OCCURS 500 TIMES INDEXED BY ReinstIdx.
           03 RI-WNum PIC X(8).
       END-READ
       PERFORM LoadOneSnapshot UNTIL SnapEOF EQUAL 'Y' *> loop
       CLOSE HistFile
       OPEN INPUT CatalogFile
       READ CatalogFile
           AT END MOVE 'Y' TO CatalogEOF
       END-READ
       PERFORM LoadOneCatalog UNTIL CatalogEOF EQUAL 'Y' *> loop
       CLOSE CatalogFile
       OPEN OUTPUT ReportFile
       WRITE ReportLine FROM ReportColumns
       DISPLAY ReportLine *> display in shell
       END-READ.


LoadOneCatalog.
       IF CatalogCount GREATER OR EQUAL 2000 THEN
           DISPLAY "ABEND: CATALOG TABLE FULL AT " CgShortName
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE CgShortName TO CatalogLookupName
       PERFORM FindCatalogEntry
       IF CatalogFoundIdx GREATER 0 THEN
           DISPLAY "ABEND: COURSE " CgShortName " CATALOGED TWICE - FIX P2CATLG"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       ADD 1 TO CatalogCount
       MOVE CgShortName TO CG-ShortName(CatalogCount)
       MOVE CgLongName TO CG-LongName(CatalogCount)
       MOVE CgCredits TO CG-Credits(CatalogCount)
       MOVE CgCategory TO CG-Category(CatalogCount)
       MOVE CgFirstTerm TO CG-FirstTerm(CatalogCount)
       MOVE CgLastTerm TO CG-LastTerm(CatalogCount)
       READ CatalogFile
           AT END MOVE 'Y' TO CatalogEOF
       END-READ.


FindCatalogEntry.
       MOVE 0 TO CatalogFoundIdx
       MOVE 1 TO CatalogIdx
       PERFORM ScanCatalog UNTIL CatalogIdx GREATER CatalogCount.


ScanCatalog.
       IF CG-ShortName(CatalogIdx) EQUAL CatalogLookupName THEN
           MOVE CatalogIdx TO CatalogFoundIdx
       END-IF
       ADD 1 TO CatalogIdx.


LoadOneSnapshot.
       *> same fold P2 does - the student's chronologically latest
       *> archived term decides, resolved through the term table so a
           PERFORM TakeOneTransaction
       ELSE IF VTransferTag THEN
           *> transfer hours earn toward the total but never toward CGPA -
           *> the exact TotalCumulativeCredits/TotalGpaCredits split.
           *> P2 never queued one whose equivalency is off the catalog
           IF CatalogCount GREATER 0 THEN
               MOVE VTrfEquivalency TO CatalogLookupName
               PERFORM FindCatalogEntry
           ELSE
               MOVE 1 TO CatalogFoundIdx
           END-IF
           IF VTrfHours NUMERIC AND CatalogFoundIdx GREATER 0 THEN
               ADD VTrfHours TO VCumCredits
           END-IF
       ELSE IF VReinstateTag THEN
               MOVE 'N' TO RecordValid
           END-IF
       END-IF
       IF RecordValid EQUAL 'Y' AND CatalogCount GREATER 0 THEN
           PERFORM CheckCatalogCourse
       END-IF
       IF RecordValid EQUAL 'Y' AND SnapCount GREATER 0 THEN
           PERFORM CheckSuspensionStanding
       END-IF.


CheckCatalogCourse.
       *> title, hours and category as the catalog has them, and the term
       *> inside the course's offering window when the table can place it
       MOVE VShortName TO CatalogLookupName
       PERFORM FindCatalogEntry
       IF CatalogFoundIdx EQUAL 0 THEN
           MOVE 'N' TO RecordValid
       ELSE IF VLongName NOT EQUAL CG-LongName(CatalogFoundIdx)
               OR VCredits NOT EQUAL CG-Credits(CatalogFoundIdx)
               OR VReqCategory NOT EQUAL CG-Category(CatalogFoundIdx) THEN
           MOVE 'N' TO RecordValid
       ELSE IF TermCount GREATER 0 THEN
           MOVE CG-FirstTerm(CatalogFoundIdx) TO TermLookupText
           PERFORM LookupTermSeq
           MOVE TermLookupSeq TO OfferFirstSeq
           MOVE CG-LastTerm(CatalogFoundIdx) TO TermLookupText
           PERFORM LookupTermSeq
           IF TermLookupSeq EQUAL 0 THEN
               MOVE 9999 TO OfferLastSeq
           ELSE
               MOVE TermLookupSeq TO OfferLastSeq
           END-IF
           IF TT-Seq(TermFoundIdx) LESS OfferFirstSeq OR
                   TT-Seq(TermFoundIdx) GREATER OfferLastSeq THEN
               MOVE 'N' TO RecordValid
           END-IF
       END-IF
       END-IF
       END-IF.


FindTermEntry.
       MOVE 0 TO TermFoundIdx
       MOVE 1 TO TermIdx
