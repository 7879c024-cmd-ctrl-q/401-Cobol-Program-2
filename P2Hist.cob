*> hand-off P2Fix uses for its delta batch. alongside the merge, a
*> trend report (P2Trend.dat) flags every student whose new term SGPA
*> fell more than TrendThreshold below their most recent prior term,
*> so advising can step in before the probation cutoff does. the
*> history has no batch of its own, so the run-log stamp carries the
*> run's time of day as the batch ID - P2Gen tells one run from another
*> by it

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
       02 RdMonth PIC 99.
       02 FILLER PIC X(1) VALUE '-'.
       02 RdDay PIC 99.
01 RunClock PIC 9(8). *> ACCEPT time, HHMMSShh - the stamp's batch ID, since this run has no batch of its own
01 HistSummary.
       02 FILLER PIC X(11) VALUE "NEW TERMS: ".
       02 SummaryNew PIC Z(3)9.
       MOVE HistoryCount TO SummaryTotal
       DISPLAY HistSummary *> display in shell
       MOVE "P2HIST" TO RlProgram
       ACCEPT RunClock FROM TIME
       MOVE RunClock TO RlBatchId
       MOVE PriorGenCount TO RlInCount
       MOVE HistoryCount TO RlOutCount
       PERFORM WriteRunLog.
