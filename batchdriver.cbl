               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.

           SELECT RunControlFile ASSIGN TO 'runcontrol.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.

           SELECT BookingPaymentFile ASSIGN TO 'bookingpayments.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.

           SELECT CustomerFile ASSIGN TO 'customerlist.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CustomerID
               FILE STATUS IS FileStatus.

           SELECT CapacityFile ASSIGN TO 'capacity.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CapKey
               FILE STATUS IS FileStatus.

           SELECT PassengerFile ASSIGN TO 'passengers.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.

           SELECT ScheduleFile ASSIGN TO 'bookingschedule.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.

           SELECT WaitlistFile ASSIGN TO 'waitlist.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.

           SELECT WaitTempFile ASSIGN TO 'waitlistTEMP.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.

           SELECT AutoCancelFile ASSIGN TO 'autocancel.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.

           SELECT BankStatementFile ASSIGN TO 'bankstatement.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.

           SELECT BankOpenItemFile ASSIGN TO 'bankopenitems.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.

           SELECT BankReconFile ASSIGN TO 'bankrecon.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.

           SELECT GLAccountFile ASSIGN TO 'glaccounts.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLDestination
               FILE STATUS IS FileStatus.

           SELECT GLExtractFile ASSIGN TO 'glextract.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.

           SELECT GLRecognisedFile ASSIGN TO 'glrecognised.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.

           SELECT GLPostedFile ASSIGN TO 'glposted.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.

           SELECT ReconLoadedFile ASSIGN TO 'reconloaded.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.

           SELECT QuoteFile ASSIGN TO 'quotes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QuoteNo
               FILE STATUS IS FileStatus.

           SELECT QuoteReportFile ASSIGN TO 'quoteexpiry.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.

       DATA DIVISION.
       FILE SECTION.

           05   CheckpointStep     PIC X(20).
           05   CheckpointStatus   PIC X(10).
           05   CheckpointStamp    PIC X(14).
           05   CheckpointBusDate  PIC X(08).

       FD RunControlFile.
       01  RunControlRecord.
           05   RunBusinessDate    PIC 9(08).
           05   RunMode            PIC X(08).
           05   RunStamp           PIC X(14).

       FD BookingPaymentFile.
       01  PaymentRecord.
           05   AuditOldValue      PIC X(15).
           05   AuditNewValue      PIC X(15).
           05   AuditTimestamp     PIC X(14).
           05   AuditOldDetail     PIC X(25).
           05   AuditNewDetail     PIC X(25).

       FD AuditReportFile.
       01  AuditReportLine          PIC X(100).
           05   JournalStatus      PIC X(10).
           05   JournalStamp       PIC X(14).
           05   JournalCounts      PIC X(50).
           05   JournalBusDate     PIC X(08).

       FD RunSummaryFile.
       01  RunSummaryLine           PIC X(100).

       FD CustomerFile.
       01  CustomerRecord.
           05   CustomerID         PIC X(10).
           05   CustomerName       PIC X(30).
           05   CustomerPhone      PIC X(15).
           05   CustomerEmail      PIC X(30).

       FD CapacityFile.
       01  CapacityRecord.
           05   CapKey.
               10  CapDestination  PIC X(25).
               10  CapTravelDate   PIC X(12).
           05   CapMaxSeats        PIC 9(03).

       FD PassengerFile.
       01  PassengerRecord.
           05   PaxBookingID       PIC X(13).
           05   PaxName            PIC X(30).
           05   PaxPassport        PIC X(15).
           05   PaxDOB             PIC X(12).

       FD ScheduleFile.
       01  ScheduleRecord.
           05   SchedBookingID     PIC X(13).
           05   SchedInstallNo     PIC 9(02).
           05   SchedDueDate       PIC X(12).
           05   SchedDueAmount     PIC 9(7)V99.

       FD WaitlistFile.
       01  WaitlistRecord.
           05   WaitDestination    PIC X(25).
           05   WaitTravelDate     PIC X(12).
           05   WaitCustomerID     PIC X(10).
           05   WaitAddedStamp     PIC X(14).

       FD WaitTempFile.
       01  WaitTempRecord          PIC X(61).

       FD AutoCancelFile.
       01  AutoCancelLine           PIC X(100).

       FD BankStatementFile.
       01  BankStatementLine        PIC X(80).

       FD BankOpenItemFile.
       01  OpenItemRecord.
           05   OpenSource         PIC X(01).
           05   OpenDate           PIC X(12).
           05   OpenAmount         PIC 9(7)V99.
           05   OpenReference      PIC X(13).
           05   OpenDrCr           PIC X(01).
           05   OpenMethod         PIC X(15).
           05   OpenFirstSeen      PIC X(08).

       FD BankReconFile.
       01  BankReconLine            PIC X(100).

       FD GLAccountFile.
       01  GLAccountRecord.
           05   GLDestination      PIC X(25).
           05   GLDeferredAcct     PIC X(10).
           05   GLEarnedAcct       PIC X(10).

       FD GLExtractFile.
       01  GLDetailRecord.
           05   GLRecType          PIC X(01).
           05   GLPostDate         PIC X(08).
           05   GLBookingRef       PIC X(13).
           05   GLAccount          PIC X(10).
           05   GLDrCr             PIC X(01).
           05   GLAmount           PIC 9(9)V99.
           05   GLDestCode         PIC X(25).
           05   GLSource           PIC X(03).
           05   GLMethod           PIC X(15).
       01  GLHeaderRecord.
           05   GLHdrType          PIC X(01).
           05   GLHdrDate          PIC X(08).
           05   GLHdrSystem        PIC X(15).
           05   FILLER             PIC X(63).
       01  GLTrailerRecord.
           05   GLTrlType          PIC X(01).
           05   GLTrlDate          PIC X(08).
           05   GLTrlCount         PIC 9(07).
           05   GLTrlDebits        PIC 9(11)V99.
           05   GLTrlCredits       PIC 9(11)V99.
           05   FILLER             PIC X(45).

       FD GLRecognisedFile.
       01  GLRecognisedRecord.
           05   GLRcBookingID      PIC X(13).
           05   GLRcDate           PIC X(08).
           05   GLRcAmount         PIC 9(9)V99.

       FD GLPostedFile.
       01  GLPostedRecord.
           05   GLPostedStamp      PIC X(08).
           05   GLPostedPayment    PIC X(50).

       FD ReconLoadedFile.
       01  ReconLoadedRecord.
           05   ReconLoadedStamp   PIC X(08).
           05   ReconLoadedPayment PIC X(50).

       FD QuoteFile.
       01  QuoteRecord.
           05   QuoteNo            PIC X(10).
           05   QuoteCustomerID    PIC X(10).
           05   QuoteDestination   PIC X(25).
           05   QuoteTravelDate    PIC X(12).
           05   QuotePaxCount      PIC 9(02).
           05   QuoteTotal         PIC 9(7)V99.
           05   QuoteIssued        PIC X(12).
           05   QuoteExpiry        PIC X(12).
           05   QuoteStatus        PIC X(10).
           05   QuoteBookingID     PIC X(13).
           05   QuoteClosedDate    PIC X(12).

       FD QuoteReportFile.
       01  QuoteReportLine          PIC X(100).

       WORKING-STORAGE SECTION.
       01  FileStatus               PIC XX.
       01  EndOfFile                PIC X        VALUE 'N'.
       01  WS-Step5Done             PIC X        VALUE 'N'.
       01  WS-Step6Done             PIC X        VALUE 'N'.
       01  WS-Step7Done             PIC X        VALUE 'N'.
       01  WS-Step8Done             PIC X        VALUE 'N'.
       01  WS-Step9Done             PIC X        VALUE 'N'.
       01  WS-Step10Done            PIC X        VALUE 'N'.
       01  WS-Step11Done            PIC X        VALUE 'N'.
       01  WS-ArchiveMatched        PIC X        VALUE 'N'.
       01  WS-BookingsAvailable     PIC X        VALUE 'N'.
       01  WS-PaymentMatched        PIC X        VALUE 'N'.
       01  WS-TimePart              PIC 9(08).
       01  WS-StatusLine            PIC X(12).
       01  WS-TodayDate             PIC 9(08).
       01  WS-BusinessDate          PIC 9(08).
       01  WS-RunParm               PIC X(20).
       01  WS-RunControlFound       PIC X        VALUE 'N'.
       01  WS-RunControlDate        PIC 9(08)    VALUE ZERO.
       01  WS-RunMode               PIC X(08).
       01  WS-RunRejected           PIC X        VALUE 'N'.
       01  WS-RunCutoffHour         PIC 9(02)    VALUE 06.
       01  WS-RunMaxCatchUp         PIC 9(03)    VALUE 31.
       01  WS-RunFirstDate          PIC 9(08).
       01  WS-RunFinalDate          PIC 9(08).
       01  WS-RunFirstInt           PIC 9(08).
       01  WS-RunFinalInt           PIC 9(08).
       01  WS-RunDayInt             PIC 9(08).
       01  WS-RunDayCount           PIC 9(05)    VALUE ZERO.
       01  WS-CheckpointDate        PIC X(08).
       01  WS-DQBookingsChecked     PIC 9(05)    VALUE ZERO.
       01  WS-DQPaymentsChecked     PIC 9(05)    VALUE ZERO.
       01  WS-DQBadDates            PIC 9(05)    VALUE ZERO.
       01  WS-DQExceptions          PIC 9(05)    VALUE ZERO.
       01  WS-DQThreshold           PIC 9(05)    VALUE 10.
       01  WS-SummaryCount          PIC 9(05)    VALUE ZERO.
       01  WS-CancelGraceDays       PIC 9(03)    VALUE 7.
       01  WS-CancelChecked         PIC 9(05)    VALUE ZERO.
       01  WS-CancelCount           PIC 9(05)    VALUE ZERO.
       01  WS-PromoteCount          PIC 9(05)    VALUE ZERO.
       01  WS-FirstInstallNo        PIC 9(02)    VALUE ZERO.
       01  WS-FirstDueDate          PIC X(12).
       01  WS-DueDayInt             PIC 9(08).
       01  WS-DaysLate              PIC S9(05).
       01  WS-DaysLateEdit          PIC ZZZZ9.
       01  WS-NetPaid               PIC S9(9)V99 VALUE ZERO.
       01  WS-SchedEndOfFile        PIC X        VALUE 'N'.
       01  WS-PayEndOfFile          PIC X        VALUE 'N'.
       01  WS-WaitEndOfFile         PIC X        VALUE 'N'.
       01  WS-WaitRemoved           PIC X        VALUE 'N'.
       01  WS-WaitCustomerID        PIC X(10).
       01  WS-CancelDest            PIC X(25).
       01  WS-CancelDate            PIC X(12).
       01  WS-CapacityFound         PIC X        VALUE 'N'.
       01  WS-MaxSeats              PIC 9(03)    VALUE ZERO.
       01  WS-SeatsBooked           PIC 9(05)    VALUE ZERO.
       01  WS-SeatsFree             PIC S9(05)   VALUE ZERO.
       01  WS-PaxCount              PIC 9(03)    VALUE ZERO.
       01  WS-PaxEndOfFile          PIC X        VALUE 'N'.
       01  WS-SeatEndOfFile         PIC X        VALUE 'N'.
       01  WS-FreedCount            PIC 9(03)    VALUE ZERO.
       01  WS-FreedIdx              PIC 9(03)    VALUE ZERO.
       01  WS-FreedMax              PIC 9(03)    VALUE 200.
       01  WS-FreedFound            PIC X        VALUE 'N'.
       01  WS-FreedTable.
           05  WS-FreedEntry OCCURS 200 TIMES.
               10  WS-FreedDest     PIC X(25).
               10  WS-FreedDate     PIC X(12).
               10  WS-FreedCancels  PIC 9(03).
       01  WS-CustFound             PIC X        VALUE 'N'.
       01  WS-ReconDay              PIC X(12).
       01  WS-BankDateWindow        PIC 9(02)    VALUE 3.
       01  WS-ReconMax              PIC 9(05)    VALUE 500.
       01  WS-ReconCount            PIC 9(05)    VALUE ZERO.
       01  WS-ReconIdx              PIC 9(05)    VALUE ZERO.
       01  WS-ReconInner            PIC 9(05)    VALUE ZERO.
       01  WS-ReconTable.
           05  WS-ReconEntry OCCURS 500 TIMES.
               10  WS-ReconSource   PIC X(01).
               10  WS-ReconDate     PIC X(12).
               10  WS-ReconAmount   PIC 9(7)V99.
               10  WS-ReconRef      PIC X(13).
               10  WS-ReconDrCr     PIC X(01).
               10  WS-ReconMethod   PIC X(15).
               10  WS-ReconFirstSeen PIC X(08).
               10  WS-ReconDayInt   PIC 9(08).
               10  WS-ReconMatched  PIC X(01).
       01  WS-ReconFull             PIC X        VALUE 'N'.
       01  WS-StatementFound        PIC X        VALUE 'N'.
       01  WS-BankEndOfFile         PIC X        VALUE 'N'.
       01  WS-BankDateIn            PIC X(12).
       01  WS-BankAmountIn          PIC X(15).
       01  WS-BankRefIn             PIC X(13).
       01  WS-BankDrCrIn            PIC X(10).
       01  WS-BankLines             PIC 9(05)    VALUE ZERO.
       01  WS-BankRejected          PIC 9(05)    VALUE ZERO.
       01  WS-ReconMatchCount       PIC 9(05)    VALUE ZERO.
       01  WS-OpenBankCount         PIC 9(05)    VALUE ZERO.
       01  WS-OpenPayCount          PIC 9(05)    VALUE ZERO.
       01  WS-ReconMatchTotal       PIC 9(9)V99  VALUE ZERO.
       01  WS-OpenBankTotal         PIC 9(9)V99  VALUE ZERO.
       01  WS-OpenPayTotal          PIC 9(9)V99  VALUE ZERO.
       01  WS-ReconDayDiff          PIC S9(05).
       01  WS-ReconAgeEdit          PIC ZZZZ9.
       01  WS-ReconSourceWord       PIC X(07).
       01  WS-GLDay                 PIC X(12).
       01  WS-GLMapAvailable        PIC X        VALUE 'N'.
       01  WS-GLBookingKnown        PIC X        VALUE 'N'.
       01  WS-GLDest                PIC X(25).
       01  WS-GLStatus              PIC X(15).
       01  WS-GLTravelDate          PIC X(12).
       01  WS-GLDefaultDeferred     PIC X(10)    VALUE '2999'.
       01  WS-GLDefaultEarned       PIC X(10)    VALUE '4999'.
       01  WS-GLDeferredAcct        PIC X(10).
       01  WS-GLEarnedAcct          PIC X(10).
       01  WS-GLCashAcct            PIC X(10).
       01  WS-GLDepositAcct         PIC X(10).
       01  WS-GLDrAcct              PIC X(10).
       01  WS-GLCrAcct              PIC X(10).
       01  WS-GLLineAcct            PIC X(10).
       01  WS-GLLineDrCr            PIC X(01).
       01  WS-GLAmount              PIC 9(9)V99  VALUE ZERO.
       01  WS-GLRef                 PIC X(13).
       01  WS-GLSource              PIC X(03).
       01  WS-GLMethod              PIC X(15).
       01  WS-GLCount               PIC 9(07)    VALUE ZERO.
       01  WS-GLPayCount            PIC 9(05)    VALUE ZERO.
       01  WS-GLRecogCount          PIC 9(05)    VALUE ZERO.
       01  WS-GLDebitTotal          PIC 9(11)V99 VALUE ZERO.
       01  WS-GLCreditTotal         PIC 9(11)V99 VALUE ZERO.
       01  WS-ArchEndOfFile         PIC X        VALUE 'N'.
       01  WS-GLRcEndOfFile         PIC X        VALUE 'N'.
       01  WS-GLRcSeed              PIC X        VALUE 'N'.
       01  WS-GLRcFound             PIC X        VALUE 'N'.
       01  WS-GLRcFull              PIC X        VALUE 'N'.
       01  WS-GLRcKey               PIC X(13).
       01  WS-GLRcCount             PIC 9(05)    VALUE ZERO.
       01  WS-GLRcLoaded            PIC 9(05)    VALUE ZERO.
       01  WS-GLRcSeeded            PIC 9(05)    VALUE ZERO.
       01  WS-GLRcIdx               PIC 9(05)    VALUE ZERO.
       01  WS-GLRcMax               PIC 9(05)    VALUE 3000.
       01  WS-GLRcTable.
           05  WS-GLRcEntry OCCURS 3000 TIMES.
               10  WS-GLRcID        PIC X(13).
               10  WS-GLRcDay       PIC X(08).
               10  WS-GLRcAmt       PIC 9(9)V99.
       01  WS-PkStep                PIC X(01).
       01  WS-PkDay                 PIC X(12).
       01  WS-PkWindowStart         PIC X(12).
       01  WS-PkWindowDays          PIC 9(03)    VALUE 60.
       01  WS-PkDayInt              PIC 9(08).
       01  WS-PkDayNum              PIC 9(08).
       01  WS-PkEndOfFile           PIC X        VALUE 'N'.
       01  WS-PkSeed                PIC X        VALUE 'N'.
       01  WS-PkFound               PIC X        VALUE 'N'.
       01  WS-PkFull                PIC X        VALUE 'N'.
       01  WS-PkCount               PIC 9(05)    VALUE ZERO.
       01  WS-PkIdx                 PIC 9(05)    VALUE ZERO.
       01  WS-PkMax                 PIC 9(05)    VALUE 5000.
       01  WS-PkSeeded              PIC 9(05)    VALUE ZERO.
       01  WS-PkLate                PIC 9(05)    VALUE ZERO.
       01  WS-PkRecord.
           05  WS-PkRecStamp        PIC X(08).
           05  WS-PkRecPayment      PIC X(50).
       01  WS-PkTable.
           05  WS-PkEntry OCCURS 5000 TIMES.
               10  WS-PkStamp       PIC X(08).
               10  WS-PkPayment     PIC X(50).
               10  WS-PkUsed        PIC X(01).
       01  WS-QuoteDay              PIC X(12).
       01  WS-QuoteEndOfFile        PIC X        VALUE 'N'.
       01  WS-QuoteExpiredCount     PIC 9(05)    VALUE ZERO.
       01  WS-QuoteReadCount        PIC 9(05)    VALUE ZERO.
       01  WS-QxCount               PIC 9(05)    VALUE ZERO.
       01  WS-QxIdx                 PIC 9(05)    VALUE ZERO.
       01  WS-QxSeek                PIC 9(05)    VALUE ZERO.
       01  WS-QxMax                 PIC 9(05)    VALUE 200.
       01  WS-QxFull                PIC X        VALUE 'N'.
       01  WS-QxTable.
           05  WS-QxEntry OCCURS 200 TIMES.
               10  WS-QxDest        PIC X(25).
               10  WS-QxIssued      PIC 9(05).
               10  WS-QxConverted   PIC 9(05).
               10  WS-QxExpired     PIC 9(05).
               10  WS-QxOpen        PIC 9(05).
       01  WS-QxTotIssued           PIC 9(05)    VALUE ZERO.
       01  WS-QxTotConverted        PIC 9(05)    VALUE ZERO.
       01  WS-QxTotExpired          PIC 9(05)    VALUE ZERO.
       01  WS-QxTotOpen             PIC 9(05)    VALUE ZERO.
       01  WS-QxRate                PIC 9(03)V9  VALUE ZERO.
       01  WS-QxRateEdit            PIC ZZ9.9.
       01  WS-QxRateText            PIC X(06).

       PROCEDURE DIVISION.
           DISPLAY 'TRAVELBOOKING / FILE-HANDLING NIGHTLY BATCH RUN'

           PERFORM LoadRunControl
           IF WS-RunRejected = 'Y'
               DISPLAY 'Batch run not started - returning 8.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-RunFinalDate TO WS-BusinessDate
           PERFORM LoadCheckpoints

           IF WS-Step5Done = 'Y'
               PERFORM EndJournalStep
           END-IF

           PERFORM VARYING WS-RunDayInt FROM WS-RunFirstInt BY 1
                   UNTIL WS-RunDayInt > WS-RunFinalInt
               COMPUTE WS-BusinessDate =
                   FUNCTION DATE-OF-INTEGER(WS-RunDayInt)
               PERFORM RunBusinessDay
               IF WS-AnyStepFailed = 'Y'
                   IF WS-RunDayInt < WS-RunFinalInt
                       DISPLAY 'Catch-up stopped after business date '
                           WS-BusinessDate ' - later dates not run.'
                   END-IF
                   MOVE WS-RunFinalInt TO WS-RunDayInt
               END-IF
           END-PERFORM

           PERFORM RunSummaryReport

           DISPLAY 'Nightly batch run complete.'
           IF WS-AnyStepFailed = 'Y'
               DISPLAY 'One or more steps FAILED - returning 8.'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-DQExceptions > WS-DQThreshold
                   DISPLAY 'Data-quality exceptions ('
                       WS-DQExceptions ') exceed threshold ('
                       WS-DQThreshold ') - returning 4.'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       RunBusinessDay.
           DISPLAY 'Business date ' WS-BusinessDate
           ADD 1 TO WS-RunDayCount
           PERFORM LoadCheckpoints

           IF WS-Step8Done = 'Y'
               DISPLAY 'Step AUTOCANCEL already complete - skipping.'
           ELSE
               MOVE 'AUTOCANCEL' TO WS-CheckpointStep
               PERFORM BeginJournalStep
               PERFORM AutoCancelPending
               PERFORM EndJournalStep
           END-IF

           IF WS-Step4Done = 'Y'
               DISPLAY 'Step REMINDER already complete - skipping.'
           ELSE
               PERFORM EndJournalStep
           END-IF

           IF WS-Step9Done = 'Y'
               DISPLAY 'Step BANKRECON already complete - skipping.'
           ELSE
               MOVE 'BANKRECON' TO WS-CheckpointStep
               PERFORM BeginJournalStep
               PERFORM BankReconciliation
               PERFORM EndJournalStep
           END-IF

           IF WS-Step10Done = 'Y'
               DISPLAY 'Step GLEXTRACT already complete - skipping.'
           ELSE
               MOVE 'GLEXTRACT' TO WS-CheckpointStep
               PERFORM BeginJournalStep
               PERFORM GLPostingExtract
               PERFORM EndJournalStep
           END-IF

           IF WS-Step11Done = 'Y'
               DISPLAY 'Step QUOTEEXPIRY already complete - skipping.'
           ELSE
               MOVE 'QUOTEEXPIRY' TO WS-CheckpointStep
               PERFORM BeginJournalStep
               PERFORM QuoteExpiryRun
               PERFORM EndJournalStep
           END-IF

           IF WS-AnyStepFailed = 'N'
               PERFORM WriteRunControl
           END-IF.

       BeginJournalStep.
           MOVE 'N' TO WS-StepFailed
           STRING WS-DatePart WS-TimePart(1:6)
               DELIMITED BY SIZE INTO JournalStamp
           MOVE WS-StepCounts TO JournalCounts
           MOVE WS-BusinessDate TO JournalBusDate

           OPEN EXTEND BatchJournalFile
           WRITE JournalRecord
           CLOSE BatchJournalFile.

       RunSummaryReport.
           MOVE WS-RunFinalDate TO WS-TodayDate
           MOVE ZERO TO WS-SummaryCount
           MOVE 'N' TO WS-JournalEndOfFile

               DELIMITED BY SIZE INTO RunSummaryLine
           DISPLAY RunSummaryLine
           WRITE RunSummaryLine
           MOVE SPACE TO RunSummaryLine
           STRING 'Business dates ' WS-RunFirstDate
               ' to ' WS-RunFinalDate ' (' WS-RunMode ')'
               DELIMITED BY SIZE INTO RunSummaryLine
           DISPLAY RunSummaryLine
           WRITE RunSummaryLine

           OPEN INPUT BatchJournalFile
           IF FileStatus = '35'
                       AT END
                           MOVE 'Y' TO WS-JournalEndOfFile
                       NOT AT END
                           IF JournalBusDate >= WS-RunFirstDate AND
                                   JournalBusDate <= WS-RunFinalDate
                               ADD 1 TO WS-SummaryCount
                               MOVE SPACE TO RunSummaryLine
                               STRING '  ' JournalBusDate
                                   ' ' JournalStep
                                   ' ' JournalStatus
                                   ' at ' JournalStamp(9:6)
                                   ' ' JournalCounts
           DISPLAY 'Summary written to batchrunsummary.txt'.

       LoadCheckpoints.
           MOVE 'N' TO WS-Step1Done
           MOVE 'N' TO WS-Step2Done
           MOVE 'N' TO WS-Step3Done
           MOVE 'N' TO WS-Step4Done
           MOVE 'N' TO WS-Step5Done
           MOVE 'N' TO WS-Step6Done
           MOVE 'N' TO WS-Step7Done
           MOVE 'N' TO WS-Step8Done
           MOVE 'N' TO WS-Step9Done
           MOVE 'N' TO WS-Step10Done
           MOVE 'N' TO WS-Step11Done
           MOVE 'N' TO CheckEndOfFile
           OPEN INPUT BatchCheckpointFile
           IF FileStatus = '35'
               DISPLAY 'No checkpoint file found - starting fresh.'
                   AT END MOVE 'Y' TO CheckEndOfFile
               END-READ
               PERFORM UNTIL CheckEndOfFile = 'Y'
                   MOVE CheckpointBusDate TO WS-CheckpointDate
                   IF WS-CheckpointDate = SPACE
                       MOVE CheckpointStamp(1:8) TO WS-CheckpointDate
                   END-IF
                   IF WS-CheckpointDate = WS-BusinessDate
                       IF CheckpointStep = 'RECONCILE' AND
                               CheckpointStatus = 'COMPLETE'
                           MOVE 'Y' TO WS-Step1Done
                               CheckpointStatus = 'COMPLETE'
                           MOVE 'Y' TO WS-Step7Done
                       END-IF
                       IF CheckpointStep = 'AUTOCANCEL' AND
                               CheckpointStatus = 'COMPLETE'
                           MOVE 'Y' TO WS-Step8Done
                       END-IF
                       IF CheckpointStep = 'BANKRECON' AND
                               CheckpointStatus = 'COMPLETE'
                           MOVE 'Y' TO WS-Step9Done
                       END-IF
                       IF CheckpointStep = 'GLEXTRACT' AND
                               CheckpointStatus = 'COMPLETE'
                           MOVE 'Y' TO WS-Step10Done
                       END-IF
                       IF CheckpointStep = 'QUOTEEXPIRY' AND
                               CheckpointStatus = 'COMPLETE'
                           MOVE 'Y' TO WS-Step11Done
                       END-IF
                   END-IF
                   READ BatchCheckpointFile
                       AT END MOVE 'Y' TO CheckEndOfFile

           MOVE WS-CheckpointStep TO CheckpointStep
           MOVE WS-CheckpointStatus TO CheckpointStatus
           MOVE WS-BusinessDate TO CheckpointBusDate

           OPEN EXTEND BatchCheckpointFile
           WRITE CheckpointRecord
           CLOSE BatchCheckpointFile.

       LoadRunControl.
           MOVE 'N' TO WS-RunRejected
           MOVE SPACE TO WS-RunParm
           ACCEPT WS-RunParm FROM COMMAND-LINE
           ACCEPT WS-DatePart FROM DATE YYYYMMDD
           ACCEPT WS-TimePart FROM TIME
           COMPUTE WS-RunFinalInt =
               FUNCTION INTEGER-OF-DATE(WS-DatePart)
           IF WS-TimePart(1:2) < WS-RunCutoffHour
               SUBTRACT 1 FROM WS-RunFinalInt
           END-IF

           MOVE 'N' TO WS-RunControlFound
           OPEN INPUT RunControlFile
           IF FileStatus = '35'
               CLOSE RunControlFile
           ELSE
               READ RunControlFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RunBusinessDate IS NUMERIC AND
                               RunBusinessDate > ZERO
                           MOVE 'Y' TO WS-RunControlFound
                           MOVE RunBusinessDate TO WS-RunControlDate
                       END-IF
               END-READ
               CLOSE RunControlFile
           END-IF

           IF WS-RunParm NOT = SPACE
               PERFORM SetForcedBusinessDate
           ELSE
               IF WS-RunControlFound = 'N'
                   DISPLAY 'No run-control record - business date '
                       'starts today.'
                   MOVE 'INITIAL' TO WS-RunMode
                   MOVE WS-RunFinalInt TO WS-RunFirstInt
               ELSE
                   COMPUTE WS-RunFirstInt =
                       FUNCTION INTEGER-OF-DATE(WS-RunControlDate) + 1
                   IF WS-RunFirstInt > WS-RunFinalInt
                       MOVE 'RERUN' TO WS-RunMode
                       MOVE WS-RunFinalInt TO WS-RunFirstInt
                   ELSE
                       IF WS-RunFirstInt < WS-RunFinalInt
                           MOVE 'CATCHUP' TO WS-RunMode
                       ELSE
                           MOVE 'NORMAL' TO WS-RunMode
                       END-IF
                   END-IF
                   IF WS-RunFinalInt - WS-RunFirstInt >=
                           WS-RunMaxCatchUp
                       DISPLAY 'Last business date run was '
                           WS-RunControlDate ' - more than '
                           WS-RunMaxCatchUp ' days to catch up.'
                       DISPLAY 'Run with a forced business date to '
                           'restart the cycle.'
                       MOVE 'Y' TO WS-RunRejected
                   END-IF
               END-IF
           END-IF

           IF WS-RunRejected = 'N'
               COMPUTE WS-RunFirstDate =
                   FUNCTION DATE-OF-INTEGER(WS-RunFirstInt)
               COMPUTE WS-RunFinalDate =
                   FUNCTION DATE-OF-INTEGER(WS-RunFinalInt)
               IF WS-RunMode = 'CATCHUP'
                   DISPLAY 'Catching up missed business dates '
                       WS-RunFirstDate ' to ' WS-RunFinalDate '.'
               ELSE
                   DISPLAY 'Running for business date '
                       WS-RunFinalDate ' (' WS-RunMode ').'
               END-IF
           END-IF.

       SetForcedBusinessDate.
           MOVE SPACE TO WS-EditDate
           STRING WS-RunParm(1:4) '-' WS-RunParm(5:2) '-'
               WS-RunParm(7:2)
               DELIMITED BY SIZE INTO WS-EditDate
           PERFORM ValidateTravelDate
           IF WS-DateValid = 'N' OR WS-RunParm(9:12) NOT = SPACE
               DISPLAY 'Forced business date ' WS-RunParm
                   ' is not a valid YYYYMMDD date.'
               MOVE 'Y' TO WS-RunRejected
           ELSE
               MOVE WS-DateDigits TO WS-RunFirstDate
               COMPUTE WS-RunDayInt =
                   FUNCTION INTEGER-OF-DATE(WS-RunFirstDate)
               IF WS-RunDayInt > WS-RunFinalInt
                   COMPUTE WS-RunFinalDate =
                       FUNCTION DATE-OF-INTEGER(WS-RunFinalInt)
                   DISPLAY 'Forced business date ' WS-RunParm(1:8)
                       ' is later than the current business date '
                       WS-RunFinalDate '.'
                   MOVE 'Y' TO WS-RunRejected
               ELSE
                   MOVE 'FORCED' TO WS-RunMode
                   MOVE WS-RunDayInt TO WS-RunFinalInt
                   MOVE WS-RunFinalInt TO WS-RunFirstInt
               END-IF
           END-IF.

       WriteRunControl.
           IF WS-RunControlFound = 'N' OR
                   WS-BusinessDate > WS-RunControlDate
               ACCEPT WS-DatePart FROM DATE YYYYMMDD
               ACCEPT WS-TimePart FROM TIME
               MOVE WS-BusinessDate TO RunBusinessDate
               MOVE WS-RunMode TO RunMode
               MOVE SPACE TO RunStamp
               STRING WS-DatePart WS-TimePart(1:6)
                   DELIMITED BY SIZE INTO RunStamp
               OPEN OUTPUT RunControlFile
               WRITE RunControlRecord
               CLOSE RunControlFile
               MOVE 'Y' TO WS-RunControlFound
               MOVE WS-BusinessDate TO WS-RunControlDate
               DISPLAY 'Business date advanced to '
                   WS-BusinessDate '.'
           END-IF.

       ReconcileBookings.
           DISPLAY 'Reconciling BookingFile against the archive...'
           MOVE ZERO TO WS-ReconcileChecked
           PERFORM RotateOneBackup
           MOVE 'bookingarchive.dat' TO WS-BackupName
           PERFORM RotateOneBackup
           MOVE 'bookingschedule.dat' TO WS-BackupName
           PERFORM RotateOneBackup
           MOVE 'passengers.dat' TO WS-BackupName
           PERFORM RotateOneBackup
           MOVE 'Y' TO WS-BackupOptional
           MOVE 'waitlist.dat' TO WS-BackupName
           PERFORM RotateOneBackup
           MOVE 'bookingcharges.dat' TO WS-BackupName
           PERFORM RotateOneBackup
           MOVE 'N' TO WS-BackupOptional
           MOVE 'Kdrama.txt' TO WS-BackupName
           PERFORM RotateOneBackup
           MOVE 'airing.txt' TO WS-BackupName
           MOVE 'Y' TO WS-BackupOptional
           MOVE 'diary.txt' TO WS-BackupName
           PERFORM RotateOneBackup
           MOVE 'cast.txt' TO WS-BackupName
           PERFORM RotateOneBackup
           MOVE 'glrecognised.dat' TO WS-BackupName
           PERFORM RotateOneBackup
           MOVE 'quotes.dat' TO WS-BackupName
           PERFORM RotateOneBackup
           MOVE 'quotes.dat.idx' TO WS-BackupName
           PERFORM RotateOneBackup
           MOVE 'N' TO WS-BackupOptional
           MOVE 'customerlist.dat' TO WS-BackupName
           PERFORM RotateOneBackup
           PERFORM RotateOneBackup
           MOVE 'capacity.dat.idx' TO WS-BackupName
           PERFORM RotateOneBackup
           MOVE 'glaccounts.dat' TO WS-BackupName
           PERFORM RotateOneBackup
           MOVE 'glaccounts.dat.idx' TO WS-BackupName
           PERFORM RotateOneBackup
           MOVE 'suppliercost.dat' TO WS-BackupName
           PERFORM RotateOneBackup
           MOVE 'suppliercost.dat.idx' TO WS-BackupName
           PERFORM RotateOneBackup
           MOVE 'bankopenitems.dat' TO WS-BackupName
           PERFORM RotateOneBackup
           MOVE 'glposted.dat' TO WS-BackupName
           PERFORM RotateOneBackup
           MOVE 'reconloaded.dat' TO WS-BackupName
           PERFORM RotateOneBackup
           MOVE 'N' TO WS-BackupOptional
           MOVE SPACE TO WS-StepCounts
           STRING 'backups taken ' WS-BackupCount
           WRITE BackupLogRecord
           CLOSE BackupLogFile.

       AutoCancelPending.
           DISPLAY 'Canceling Pending bookings with unpaid first '
               'installments...'
           MOVE WS-BusinessDate TO WS-TodayDate
           COMPUTE WS-TodayDayInt =
               FUNCTION INTEGER-OF-DATE(WS-TodayDate)
           MOVE ZERO TO WS-CancelChecked
           MOVE ZERO TO WS-CancelCount
           MOVE ZERO TO WS-PromoteCount
           MOVE ZERO TO WS-FreedCount

           OPEN OUTPUT AutoCancelFile
           IF FileStatus NOT = '00'
               MOVE 'Y' TO WS-StepFailed
           END-IF
           MOVE SPACE TO AutoCancelLine
           STRING 'AUTO-CANCEL REGISTER - ' WS-TodayDate
               DELIMITED BY SIZE INTO AutoCancelLine
           WRITE AutoCancelLine
           MOVE SPACE TO AutoCancelLine
           STRING 'Pending bookings with nothing paid and the first '
               'installment more than ' WS-CancelGraceDays
               ' days late'
               DELIMITED BY SIZE INTO AutoCancelLine
           WRITE AutoCancelLine

           MOVE 'N' TO EndOfFile
           OPEN I-O BookingFile
           IF FileStatus = '35'
               CLOSE BookingFile
               MOVE 'No bookings on file.' TO AutoCancelLine
               WRITE AutoCancelLine
           ELSE
               READ BookingFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFile
               END-READ
               PERFORM UNTIL EndOfFile = 'Y'
                   IF FStatus = 'Pending'
                       ADD 1 TO WS-CancelChecked
                       PERFORM CheckAutoCancel
                   END-IF
                   READ BookingFile NEXT RECORD
                       AT END MOVE 'Y' TO EndOfFile
                   END-READ
               CLOSE BookingFile
           END-IF

           IF WS-CancelCount = ZERO
               MOVE '  (no bookings canceled)' TO AutoCancelLine
               WRITE AutoCancelLine
           ELSE
               PERFORM OfferFreedSeats
           END-IF
           MOVE SPACE TO AutoCancelLine
           STRING 'Pending bookings checked: ' WS-CancelChecked
               DELIMITED BY SIZE INTO AutoCancelLine
           WRITE AutoCancelLine
           MOVE SPACE TO AutoCancelLine
           STRING 'Bookings canceled       : ' WS-CancelCount
               DELIMITED BY SIZE INTO AutoCancelLine
           WRITE AutoCancelLine
           MOVE SPACE TO AutoCancelLine
           STRING 'Waitlist seats offered  : ' WS-PromoteCount
               DELIMITED BY SIZE INTO AutoCancelLine
           WRITE AutoCancelLine
           CLOSE AutoCancelFile

           MOVE SPACE TO WS-COMMAND
           STRING 'move autocancel.txt autocancel-'
               WS-TodayDate '.txt'
               DELIMITED BY SIZE INTO WS-COMMAND
           CALL 'SYSTEM' USING WS-COMMAND

           MOVE SPACE TO WS-StepCounts
           STRING 'pending ' WS-CancelChecked
               ' canceled ' WS-CancelCount
               ' offered ' WS-PromoteCount
               DELIMITED BY SIZE INTO WS-StepCounts
           DISPLAY 'Auto-cancel complete - '
               WS-CancelCount ' canceled, '
               WS-PromoteCount ' waitlist seats offered.'.

       CheckAutoCancel.
           PERFORM FindFirstInstallment
           IF WS-FirstInstallNo > ZERO
               MOVE WS-FirstDueDate TO WS-EditDate
               PERFORM ValidateTravelDate
               IF WS-DateValid = 'Y'
                   MOVE WS-DateDigits TO WS-TravelDateNum
                   COMPUTE WS-DueDayInt =
                       FUNCTION INTEGER-OF-DATE(WS-TravelDateNum)
                   COMPUTE WS-DaysLate =
                       WS-TodayDayInt - WS-DueDayInt
                   IF WS-DaysLate > WS-CancelGraceDays
                       PERFORM SumBookingNetPaid
                       IF WS-NetPaid NOT > ZERO
                           PERFORM CancelPendingBooking
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FindFirstInstallment.
           MOVE ZERO TO WS-FirstInstallNo
           MOVE SPACE TO WS-FirstDueDate
           MOVE 'N' TO WS-SchedEndOfFile
           OPEN INPUT ScheduleFile
           IF FileStatus = '35'
               CLOSE ScheduleFile
           ELSE
               PERFORM UNTIL WS-SchedEndOfFile = 'Y'
                   READ ScheduleFile
                       AT END
                           MOVE 'Y' TO WS-SchedEndOfFile
                       NOT AT END
                           IF SchedBookingID = BookingID AND
                                   (WS-FirstInstallNo = ZERO OR
                                   SchedInstallNo < WS-FirstInstallNo)
                               MOVE SchedInstallNo TO WS-FirstInstallNo
                               MOVE SchedDueDate TO WS-FirstDueDate
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ScheduleFile
           END-IF.

       SumBookingNetPaid.
           MOVE ZERO TO WS-NetPaid
           MOVE 'N' TO WS-PayEndOfFile
           OPEN INPUT BookingPaymentFile
           IF FileStatus = '35'
               CLOSE BookingPaymentFile
           ELSE
               PERFORM UNTIL WS-PayEndOfFile = 'Y'
                   READ BookingPaymentFile
                       AT END
                           MOVE 'Y' TO WS-PayEndOfFile
                       NOT AT END
                           IF PayBookingID = BookingID
                               IF PaymentType = 'R'
                                   SUBTRACT PaymentAmount
                                       FROM WS-NetPaid
                               ELSE
                                   ADD PaymentAmount TO WS-NetPaid
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BookingPaymentFile
           END-IF.

       CancelPendingBooking.
           MOVE 'Canceled' TO FStatus
           REWRITE BookingRecord
           ADD 1 TO WS-CancelCount
           PERFORM WriteAutoCancelAudit

           MOVE WS-DaysLate TO WS-DaysLateEdit
           MOVE SPACE TO AutoCancelLine
           STRING 'CANCELED ' BookingID
               ' ' FDestination
               ' ' TravelDate
               DELIMITED BY SIZE INTO AutoCancelLine
           WRITE AutoCancelLine
           MOVE SPACE TO AutoCancelLine
           STRING '  installment ' WS-FirstInstallNo
               ' due ' WS-FirstDueDate
               ' - ' WS-DaysLateEdit ' days late, nothing paid'
               DELIMITED BY SIZE INTO AutoCancelLine
           WRITE AutoCancelLine
           MOVE BookCustomerID TO WS-WaitCustomerID
           PERFORM WriteCustomerContact

           PERFORM NoteCanceledDeparture.

       NoteCanceledDeparture.
           MOVE 'N' TO WS-FreedFound
           PERFORM VARYING WS-FreedIdx FROM 1 BY 1
                   UNTIL WS-FreedIdx > WS-FreedCount OR
                   WS-FreedFound = 'Y'
               IF WS-FreedDest(WS-FreedIdx) = FDestination AND
                       WS-FreedDate(WS-FreedIdx) = TravelDate
                   MOVE 'Y' TO WS-FreedFound
                   ADD 1 TO WS-FreedCancels(WS-FreedIdx)
               END-IF
           END-PERFORM
           IF WS-FreedFound = 'N'
               IF WS-FreedCount < WS-FreedMax
                   ADD 1 TO WS-FreedCount
                   MOVE FDestination TO WS-FreedDest(WS-FreedCount)
                   MOVE TravelDate TO WS-FreedDate(WS-FreedCount)
                   MOVE 1 TO WS-FreedCancels(WS-FreedCount)
               ELSE
                   MOVE SPACE TO AutoCancelLine
                   STRING '  more than ' WS-FreedMax ' departures - '
                       'waitlist not checked for ' FDestination
                       ' ' TravelDate
                       DELIMITED BY SIZE INTO AutoCancelLine
                   WRITE AutoCancelLine
               END-IF
           END-IF.

       OfferFreedSeats.
           MOVE SPACE TO AutoCancelLine
           WRITE AutoCancelLine
           MOVE 'WAITLIST FOR DEPARTURES WITH CANCELLATIONS:'
               TO AutoCancelLine
           WRITE AutoCancelLine
           PERFORM VARYING WS-FreedIdx FROM 1 BY 1
                   UNTIL WS-FreedIdx > WS-FreedCount
               MOVE WS-FreedDest(WS-FreedIdx) TO WS-CancelDest
               MOVE WS-FreedDate(WS-FreedIdx) TO WS-CancelDate
               PERFORM FindDepartureSeats
               IF WS-CapacityFound = 'N'
                   MOVE ZERO TO WS-SeatsFree
               ELSE
                   COMPUTE WS-SeatsFree = WS-MaxSeats - WS-SeatsBooked
               END-IF
               IF WS-SeatsFree > WS-FreedCancels(WS-FreedIdx)
                   MOVE WS-FreedCancels(WS-FreedIdx) TO WS-SeatsFree
               END-IF
               MOVE 'Y' TO WS-WaitRemoved
               PERFORM UNTIL WS-SeatsFree NOT > ZERO OR
                       WS-WaitRemoved = 'N'
                   PERFORM PromoteWaitlistedCustomer
                   SUBTRACT 1 FROM WS-SeatsFree
               END-PERFORM
               IF WS-CapacityFound = 'N'
                   MOVE SPACE TO AutoCancelLine
                   STRING '  ' WS-CancelDest ' ' WS-CancelDate
                       ' - no capacity on file, waitlist left as it is'
                       DELIMITED BY SIZE INTO AutoCancelLine
                   WRITE AutoCancelLine
               ELSE
                   IF WS-SeatsBooked NOT < WS-MaxSeats
                       MOVE SPACE TO AutoCancelLine
                       STRING '  ' WS-CancelDest ' ' WS-CancelDate
                           ' - no seat free, waitlist left as it is'
                           DELIMITED BY SIZE INTO AutoCancelLine
                       WRITE AutoCancelLine
                   END-IF
               END-IF
           END-PERFORM.

       FindDepartureSeats.
           MOVE 'N' TO WS-CapacityFound
           MOVE ZERO TO WS-MaxSeats
           MOVE ZERO TO WS-SeatsBooked
           OPEN INPUT CapacityFile
           IF FileStatus = '35'
               CLOSE CapacityFile
           ELSE
               MOVE WS-CancelDest TO CapDestination
               MOVE WS-CancelDate TO CapTravelDate
               READ CapacityFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CapacityFound
                       MOVE CapMaxSeats TO WS-MaxSeats
               END-READ
               CLOSE CapacityFile
           END-IF
           IF WS-CapacityFound = 'Y'
               MOVE 'N' TO WS-SeatEndOfFile
               OPEN INPUT BookingFile
               IF FileStatus = '35'
                   CLOSE BookingFile
               ELSE
                   PERFORM UNTIL WS-SeatEndOfFile = 'Y'
                       READ BookingFile NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-SeatEndOfFile
                           NOT AT END
                               IF FStatus = 'Confirmed' AND
                                       FDestination = WS-CancelDest AND
                                       TravelDate = WS-CancelDate
                                   PERFORM CountBookingPassengers
                                   ADD WS-PaxCount TO WS-SeatsBooked
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BookingFile
               END-IF
           END-IF.

       CountBookingPassengers.
           MOVE ZERO TO WS-PaxCount
           MOVE 'N' TO WS-PaxEndOfFile
           OPEN INPUT PassengerFile
           IF FileStatus = '35'
               CLOSE PassengerFile
           ELSE
               PERFORM UNTIL WS-PaxEndOfFile = 'Y'
                   READ PassengerFile
                       AT END
                           MOVE 'Y' TO WS-PaxEndOfFile
                       NOT AT END
                           IF PaxBookingID = BookingID
                               ADD 1 TO WS-PaxCount
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PassengerFile
           END-IF
           IF WS-PaxCount = ZERO
               MOVE 1 TO WS-PaxCount
           END-IF.

       WriteAutoCancelAudit.
           MOVE WS-BusinessDate TO WS-DatePart
           ACCEPT WS-TimePart FROM TIME

           OPEN INPUT BookingAuditFile
           IF FileStatus = '35'
               CLOSE BookingAuditFile
               OPEN OUTPUT BookingAuditFile
               CLOSE BookingAuditFile
           ELSE
               CLOSE BookingAuditFile
           END-IF

           MOVE BookingID TO AuditBookingID
           MOVE 'UPDATE' TO AuditAction
           MOVE 'Pending' TO AuditOldValue
           MOVE 'Canceled' TO AuditNewValue
           MOVE SPACE TO AuditTimestamp
           STRING WS-DatePart WS-TimePart(1:6)
               DELIMITED BY SIZE INTO AuditTimestamp
           MOVE SPACE TO AuditOldDetail
           MOVE 'AUTO-CANCEL - NOT PAID' TO AuditNewDetail

           OPEN EXTEND BookingAuditFile
           WRITE AuditRecord
           CLOSE BookingAuditFile.

       WriteCustomerContact.
           MOVE 'N' TO WS-CustFound
           OPEN INPUT CustomerFile
           IF FileStatus = '35'
               CLOSE CustomerFile
           ELSE
               MOVE WS-WaitCustomerID TO CustomerID
               READ CustomerFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CustFound
               END-READ
               CLOSE CustomerFile
           END-IF

           MOVE SPACE TO AutoCancelLine
           IF WS-CustFound = 'Y'
               STRING '  customer ' WS-WaitCustomerID
                   ' ' CustomerName
                   DELIMITED BY SIZE INTO AutoCancelLine
               WRITE AutoCancelLine
               MOVE SPACE TO AutoCancelLine
               STRING '  phone ' CustomerPhone
                   ' email ' CustomerEmail
                   DELIMITED BY SIZE INTO AutoCancelLine
           ELSE
               STRING '  customer ' WS-WaitCustomerID
                   ' (not on customer master)'
                   DELIMITED BY SIZE INTO AutoCancelLine
           END-IF
           WRITE AutoCancelLine.

       PromoteWaitlistedCustomer.
           MOVE 'N' TO WS-WaitRemoved
           MOVE 'N' TO WS-WaitEndOfFile
           OPEN INPUT WaitlistFile
           IF FileStatus = '35'
               CLOSE WaitlistFile
           ELSE
               OPEN OUTPUT WaitTempFile
               PERFORM UNTIL WS-WaitEndOfFile = 'Y'
                   READ WaitlistFile
                       AT END
                           MOVE 'Y' TO WS-WaitEndOfFile
                       NOT AT END
                           IF WS-WaitRemoved = 'N' AND
                                   WaitDestination = WS-CancelDest AND
                                   WaitTravelDate = WS-CancelDate
                               MOVE 'Y' TO WS-WaitRemoved
                               MOVE WaitCustomerID
                                   TO WS-WaitCustomerID
                           ELSE
                               WRITE WaitTempRecord
                                   FROM WaitlistRecord
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WaitlistFile
               CLOSE WaitTempFile

               IF WS-WaitRemoved = 'Y'
                   MOVE 'del waitlist.dat' TO WS-COMMAND
                   CALL 'SYSTEM' USING WS-COMMAND
                   MOVE 'move waitlistTEMP.dat waitlist.dat'
                       TO WS-COMMAND
                   CALL 'SYSTEM' USING WS-COMMAND
                   ADD 1 TO WS-PromoteCount
                   MOVE SPACE TO AutoCancelLine
                   STRING '  SEAT FREE ' WS-CancelDest ' '
                       WS-CancelDate
                       ' - offer to waitlisted customer:'
                       DELIMITED BY SIZE INTO AutoCancelLine
                   WRITE AutoCancelLine
                   PERFORM WriteCustomerContact
               ELSE
                   MOVE 'del waitlistTEMP.dat' TO WS-COMMAND
                   CALL 'SYSTEM' USING WS-COMMAND
               END-IF
           END-IF.

       BankReconciliation.
           DISPLAY 'Reconciling the bank statement against payments...'
           MOVE WS-BusinessDate TO WS-TodayDate
           COMPUTE WS-TodayDayInt =
               FUNCTION INTEGER-OF-DATE(WS-TodayDate)
           MOVE SPACE TO WS-ReconDay
           STRING WS-TodayDate(1:4) '-'
               WS-TodayDate(5:2) '-'
               WS-TodayDate(7:2)
               DELIMITED BY SIZE INTO WS-ReconDay

           MOVE ZERO TO WS-ReconCount
           MOVE ZERO TO WS-BankLines
           MOVE ZERO TO WS-BankRejected
           MOVE ZERO TO WS-ReconMatchCount
           MOVE ZERO TO WS-OpenBankCount
           MOVE ZERO TO WS-OpenPayCount
           MOVE ZERO TO WS-ReconMatchTotal
           MOVE ZERO TO WS-OpenBankTotal
           MOVE ZERO TO WS-OpenPayTotal
           MOVE 'N' TO WS-ReconFull

           OPEN OUTPUT BankReconFile
           IF FileStatus NOT = '00'
               MOVE 'Y' TO WS-StepFailed
           END-IF
           MOVE SPACE TO BankReconLine
           STRING 'BANK RECONCILIATION - ' WS-ReconDay
               DELIMITED BY SIZE INTO BankReconLine
           WRITE BankReconLine

           MOVE 'R' TO WS-PkStep
           MOVE WS-ReconDay TO WS-PkDay
           PERFORM LoadPickedPayments

           PERFORM LoadBankOpenItems
           PERFORM LoadBankStatement
           PERFORM LoadDayPayments

           IF WS-StatementFound = 'N'
               MOVE 'No bank statement received (bankstatement.csv).'
                   TO BankReconLine
           ELSE
               MOVE SPACE TO BankReconLine
               STRING 'Statement lines read: ' WS-BankLines
                   '  rejected: ' WS-BankRejected
                   DELIMITED BY SIZE INTO BankReconLine
           END-IF
           WRITE BankReconLine
           IF WS-PkLate > ZERO
               MOVE SPACE TO BankReconLine
               STRING 'Payments keyed after their date taken in: '
                   WS-PkLate
                   DELIMITED BY SIZE INTO BankReconLine
               WRITE BankReconLine
           END-IF

           MOVE SPACE TO BankReconLine
           WRITE BankReconLine
           MOVE 'MATCHED:' TO BankReconLine
           WRITE BankReconLine
           PERFORM MatchBankLines
           IF WS-ReconMatchCount = ZERO
               MOVE '  (none)' TO BankReconLine
               WRITE BankReconLine
           END-IF

           MOVE SPACE TO BankReconLine
           WRITE BankReconLine
           MOVE 'BANK LINES WITH NO RECORDED PAYMENT:'
               TO BankReconLine
           WRITE BankReconLine
           MOVE 'B' TO WS-ReconSourceWord
           PERFORM ListUnmatchedItems
           IF WS-OpenBankCount = ZERO
               MOVE '  (none)' TO BankReconLine
               WRITE BankReconLine
           END-IF

           MOVE SPACE TO BankReconLine
           WRITE BankReconLine
           MOVE 'RECORDED PAYMENTS NOT RECEIVED BY THE BANK:'
               TO BankReconLine
           WRITE BankReconLine
           MOVE 'P' TO WS-ReconSourceWord
           PERFORM ListUnmatchedItems
           IF WS-OpenPayCount = ZERO
               MOVE '  (none)' TO BankReconLine
               WRITE BankReconLine
           END-IF

           PERFORM WriteBankReconTotals
           CLOSE BankReconFile

           IF WS-ReconFull = 'Y'
               DISPLAY 'More than ' WS-ReconMax ' items to reconcile '
                   '- open items left as they were.'
               MOVE 'Y' TO WS-StepFailed
           END-IF
           IF WS-PkFull = 'Y'
               DISPLAY 'More than ' WS-PkMax ' payments in the last '
                   WS-PkWindowDays ' days - open items left as they '
                   'were.'
               MOVE 'Y' TO WS-StepFailed
           END-IF
           IF WS-StepFailed = 'N'
               PERFORM SaveBankOpenItems
               PERFORM SavePickedPayments
               IF WS-StatementFound = 'Y'
                   MOVE SPACE TO WS-COMMAND
                   STRING 'move bankstatement.csv bankstatement-'
                       WS-TodayDate '.csv'
                       DELIMITED BY SIZE INTO WS-COMMAND
                   CALL 'SYSTEM' USING WS-COMMAND
               END-IF
           END-IF

           MOVE SPACE TO WS-COMMAND
           STRING 'move bankrecon.txt bankrecon-'
               WS-TodayDate '.txt'
               DELIMITED BY SIZE INTO WS-COMMAND
           CALL 'SYSTEM' USING WS-COMMAND

           MOVE SPACE TO WS-StepCounts
           STRING 'matched ' WS-ReconMatchCount
               ' bank ' WS-OpenBankCount
               ' unpaid ' WS-OpenPayCount
               ' late ' WS-PkLate
               DELIMITED BY SIZE INTO WS-StepCounts
           DISPLAY 'Bank reconciliation complete - '
               WS-ReconMatchCount ' matched, '
               WS-OpenBankCount ' bank lines and '
               WS-OpenPayCount ' payments open.'.

       LoadBankOpenItems.
           MOVE 'N' TO WS-BankEndOfFile
           OPEN INPUT BankOpenItemFile
           IF FileStatus = '35'
               CLOSE BankOpenItemFile
           ELSE
               PERFORM UNTIL WS-BankEndOfFile = 'Y'
                   READ BankOpenItemFile
                       AT END
                           MOVE 'Y' TO WS-BankEndOfFile
                       NOT AT END
                           PERFORM AddReconEntry
                           IF WS-ReconFull = 'N'
                               MOVE OpenSource
                                   TO WS-ReconSource(WS-ReconCount)
                               MOVE OpenDate
                                   TO WS-ReconDate(WS-ReconCount)
                               MOVE OpenAmount
                                   TO WS-ReconAmount(WS-ReconCount)
                               MOVE OpenReference
                                   TO WS-ReconRef(WS-ReconCount)
                               MOVE OpenDrCr
                                   TO WS-ReconDrCr(WS-ReconCount)
                               MOVE OpenMethod
                                   TO WS-ReconMethod(WS-ReconCount)
                               MOVE OpenFirstSeen
                                   TO WS-ReconFirstSeen(WS-ReconCount)
                               PERFORM SetReconDayInt
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BankOpenItemFile
           END-IF.

       LoadBankStatement.
           MOVE 'N' TO WS-StatementFound
           MOVE 'N' TO WS-BankEndOfFile
           OPEN INPUT BankStatementFile
           IF FileStatus = '35'
               CLOSE BankStatementFile
           ELSE
               MOVE 'Y' TO WS-StatementFound
               PERFORM UNTIL WS-BankEndOfFile = 'Y'
                   READ BankStatementFile
                       AT END
                           MOVE 'Y' TO WS-BankEndOfFile
                       NOT AT END
                           IF BankStatementLine NOT = SPACE
                               PERFORM LoadBankLine
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BankStatementFile
           END-IF.

       LoadBankLine.
           ADD 1 TO WS-BankLines
           MOVE SPACE TO WS-BankDateIn
           MOVE SPACE TO WS-BankAmountIn
           MOVE SPACE TO WS-BankRefIn
           MOVE SPACE TO WS-BankDrCrIn
           UNSTRING BankStatementLine DELIMITED BY ','
               INTO WS-BankDateIn WS-BankAmountIn
                    WS-BankRefIn WS-BankDrCrIn
           MOVE FUNCTION UPPER-CASE(WS-BankDrCrIn) TO WS-BankDrCrIn
           MOVE WS-BankDateIn TO WS-EditDate
           PERFORM ValidateTravelDate
           IF WS-DateValid = 'N' OR WS-BankRefIn = SPACE OR
                   FUNCTION TEST-NUMVAL(WS-BankAmountIn) NOT = ZERO
                   OR (WS-BankDrCrIn(1:1) NOT = 'C' AND
                   WS-BankDrCrIn(1:1) NOT = 'D')
               ADD 1 TO WS-BankRejected
               MOVE SPACE TO BankReconLine
               STRING 'REJECTED statement line: ' BankStatementLine
                   DELIMITED BY SIZE INTO BankReconLine
               WRITE BankReconLine
           ELSE
               PERFORM AddReconEntry
               IF WS-ReconFull = 'N'
                   MOVE 'B' TO WS-ReconSource(WS-ReconCount)
                   MOVE WS-BankDateIn TO WS-ReconDate(WS-ReconCount)
                   COMPUTE WS-ReconAmount(WS-ReconCount) =
                       FUNCTION NUMVAL(WS-BankAmountIn)
                   MOVE WS-BankRefIn TO WS-ReconRef(WS-ReconCount)
                   MOVE WS-BankDrCrIn(1:1)
                       TO WS-ReconDrCr(WS-ReconCount)
                   MOVE SPACE TO WS-ReconMethod(WS-ReconCount)
                   MOVE WS-TodayDate
                       TO WS-ReconFirstSeen(WS-ReconCount)
                   PERFORM SetReconDayInt
               END-IF
           END-IF.

       LoadDayPayments.
           MOVE 'N' TO WS-PayEndOfFile
           OPEN INPUT BookingPaymentFile
           IF FileStatus = '35'
               CLOSE BookingPaymentFile
           ELSE
               PERFORM UNTIL WS-PayEndOfFile = 'Y'
                   READ BookingPaymentFile
                       AT END
                           MOVE 'Y' TO WS-PayEndOfFile
                       NOT AT END
                           IF PaymentDate NOT > WS-ReconDay AND
                                   PaymentDate NOT < WS-PkWindowStart
                               PERFORM CheckPaymentPicked
                               IF WS-PkFound = 'N' AND WS-PkFull = 'N'
                                   PERFORM LoadDayPayment
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BookingPaymentFile
           END-IF.

       LoadDayPayment.
           PERFORM AddReconEntry
           IF WS-ReconFull = 'N'
               MOVE 'P' TO WS-ReconSource(WS-ReconCount)
               MOVE PaymentDate TO WS-ReconDate(WS-ReconCount)
               MOVE PaymentAmount TO WS-ReconAmount(WS-ReconCount)
               MOVE PayBookingID TO WS-ReconRef(WS-ReconCount)
               IF PaymentType = 'R'
                   MOVE 'D' TO WS-ReconDrCr(WS-ReconCount)
               ELSE
                   MOVE 'C' TO WS-ReconDrCr(WS-ReconCount)
               END-IF
               MOVE PaymentMethod TO WS-ReconMethod(WS-ReconCount)
               MOVE WS-TodayDate TO WS-ReconFirstSeen(WS-ReconCount)
               PERFORM SetReconDayInt
           END-IF.

       AddReconEntry.
           IF WS-ReconCount < WS-ReconMax
               ADD 1 TO WS-ReconCount
               MOVE 'N' TO WS-ReconMatched(WS-ReconCount)
           ELSE
               MOVE 'Y' TO WS-ReconFull
           END-IF.

       SetReconDayInt.
           MOVE ZERO TO WS-ReconDayInt(WS-ReconCount)
           MOVE WS-ReconDate(WS-ReconCount) TO WS-EditDate
           PERFORM ValidateTravelDate
           IF WS-DateValid = 'Y'
               MOVE WS-DateDigits TO WS-TravelDateNum
               COMPUTE WS-ReconDayInt(WS-ReconCount) =
                   FUNCTION INTEGER-OF-DATE(WS-TravelDateNum)
           END-IF.

       MatchBankLines.
           PERFORM VARYING WS-ReconIdx FROM 1 BY 1
                   UNTIL WS-ReconIdx > WS-ReconCount
               IF WS-ReconSource(WS-ReconIdx) = 'B' AND
                       WS-ReconMatched(WS-ReconIdx) = 'N'
                   PERFORM MatchOneBankLine
               END-IF
           END-PERFORM.

       MatchOneBankLine.
           PERFORM VARYING WS-ReconInner FROM 1 BY 1
                   UNTIL WS-ReconInner > WS-ReconCount
                   OR WS-ReconMatched(WS-ReconIdx) = 'Y'
               IF WS-ReconSource(WS-ReconInner) = 'P' AND
                       WS-ReconMatched(WS-ReconInner) = 'N' AND
                       WS-ReconRef(WS-ReconInner) =
                           WS-ReconRef(WS-ReconIdx) AND
                       WS-ReconAmount(WS-ReconInner) =
                           WS-ReconAmount(WS-ReconIdx) AND
                       WS-ReconDrCr(WS-ReconInner) =
                           WS-ReconDrCr(WS-ReconIdx)
                   COMPUTE WS-ReconDayDiff =
                       WS-ReconDayInt(WS-ReconIdx) -
                       WS-ReconDayInt(WS-ReconInner)
                   IF WS-ReconDayDiff >= ZERO AND
                           WS-ReconDayDiff <= WS-BankDateWindow
                       MOVE 'Y' TO WS-ReconMatched(WS-ReconIdx)
                       MOVE 'Y' TO WS-ReconMatched(WS-ReconInner)
                       PERFORM WriteMatchedItem
                   END-IF
               END-IF
           END-PERFORM.

       WriteMatchedItem.
           ADD 1 TO WS-ReconMatchCount
           ADD WS-ReconAmount(WS-ReconIdx) TO WS-ReconMatchTotal
           MOVE WS-ReconAmount(WS-ReconIdx) TO WS-AmountEdit
           MOVE SPACE TO BankReconLine
           STRING '  ' WS-ReconRef(WS-ReconIdx)
               ' ' WS-ReconDrCr(WS-ReconIdx)
               ' ' WS-AmountEdit
               ' bank ' WS-ReconDate(WS-ReconIdx)
               ' paid ' WS-ReconDate(WS-ReconInner)
               ' ' WS-ReconMethod(WS-ReconInner)
               DELIMITED BY SIZE INTO BankReconLine
           WRITE BankReconLine.

       ListUnmatchedItems.
           PERFORM VARYING WS-ReconIdx FROM 1 BY 1
                   UNTIL WS-ReconIdx > WS-ReconCount
               IF WS-ReconSource(WS-ReconIdx) = WS-ReconSourceWord
                       AND WS-ReconMatched(WS-ReconIdx) = 'N'
                   PERFORM WriteUnmatchedItem
               END-IF
           END-PERFORM.

       WriteUnmatchedItem.
           IF WS-ReconSource(WS-ReconIdx) = 'B'
               ADD 1 TO WS-OpenBankCount
               ADD WS-ReconAmount(WS-ReconIdx) TO WS-OpenBankTotal
           ELSE
               ADD 1 TO WS-OpenPayCount
               ADD WS-ReconAmount(WS-ReconIdx) TO WS-OpenPayTotal
           END-IF
           MOVE ZERO TO WS-ReconDayDiff
           IF WS-ReconFirstSeen(WS-ReconIdx) IS NUMERIC
               MOVE WS-ReconFirstSeen(WS-ReconIdx) TO WS-TravelDateNum
               COMPUTE WS-ReconDayDiff = WS-TodayDayInt -
                   FUNCTION INTEGER-OF-DATE(WS-TravelDateNum)
           END-IF
           MOVE WS-ReconDayDiff TO WS-ReconAgeEdit
           MOVE WS-ReconAmount(WS-ReconIdx) TO WS-AmountEdit
           MOVE SPACE TO BankReconLine
           STRING '  ' WS-ReconRef(WS-ReconIdx)
               ' ' WS-ReconDrCr(WS-ReconIdx)
               ' ' WS-AmountEdit
               ' ' WS-ReconDate(WS-ReconIdx)
               ' ' WS-ReconMethod(WS-ReconIdx)
               ' open ' WS-ReconAgeEdit ' days'
               DELIMITED BY SIZE INTO BankReconLine
           WRITE BankReconLine.

       WriteBankReconTotals.
           MOVE SPACE TO BankReconLine
           WRITE BankReconLine
           MOVE WS-ReconMatchTotal TO WS-SettlePaidEdit
           MOVE SPACE TO BankReconLine
           STRING 'Matched items          : ' WS-ReconMatchCount
               ' ' WS-SettlePaidEdit
               DELIMITED BY SIZE INTO BankReconLine
           WRITE BankReconLine
           MOVE WS-OpenBankTotal TO WS-SettlePaidEdit
           MOVE SPACE TO BankReconLine
           STRING 'Unmatched bank lines   : ' WS-OpenBankCount
               ' ' WS-SettlePaidEdit
               DELIMITED BY SIZE INTO BankReconLine
           WRITE BankReconLine
           MOVE WS-OpenPayTotal TO WS-SettlePaidEdit
           MOVE SPACE TO BankReconLine
           STRING 'Unmatched payments     : ' WS-OpenPayCount
               ' ' WS-SettlePaidEdit
               DELIMITED BY SIZE INTO BankReconLine
           WRITE BankReconLine.

       SaveBankOpenItems.
           OPEN OUTPUT BankOpenItemFile
           IF FileStatus NOT = '00'
               MOVE 'Y' TO WS-StepFailed
           END-IF
           PERFORM VARYING WS-ReconIdx FROM 1 BY 1
                   UNTIL WS-ReconIdx > WS-ReconCount
               IF WS-ReconMatched(WS-ReconIdx) = 'N'
                   MOVE WS-ReconSource(WS-ReconIdx) TO OpenSource
                   MOVE WS-ReconDate(WS-ReconIdx) TO OpenDate
                   MOVE WS-ReconAmount(WS-ReconIdx) TO OpenAmount
                   MOVE WS-ReconRef(WS-ReconIdx) TO OpenReference
                   MOVE WS-ReconDrCr(WS-ReconIdx) TO OpenDrCr
                   MOVE WS-ReconMethod(WS-ReconIdx) TO OpenMethod
                   MOVE WS-ReconFirstSeen(WS-ReconIdx)
                       TO OpenFirstSeen
                   WRITE OpenItemRecord
               END-IF
           END-PERFORM
           CLOSE BankOpenItemFile.

       GLPostingExtract.
           DISPLAY 'Producing general ledger posting extract...'
           MOVE WS-BusinessDate TO WS-TodayDate
           MOVE SPACE TO WS-GLDay
           STRING WS-TodayDate(1:4) '-'
               WS-TodayDate(5:2) '-'
               WS-TodayDate(7:2)
               DELIMITED BY SIZE INTO WS-GLDay
           MOVE ZERO TO WS-GLCount
           MOVE ZERO TO WS-GLPayCount
           MOVE ZERO TO WS-GLRecogCount
           MOVE ZERO TO WS-GLDebitTotal
           MOVE ZERO TO WS-GLCreditTotal

           OPEN OUTPUT GLExtractFile
           IF FileStatus NOT = '00'
               MOVE 'Y' TO WS-StepFailed
           END-IF
           MOVE SPACE TO GLHeaderRecord
           MOVE 'H' TO GLHdrType
           MOVE WS-TodayDate TO GLHdrDate
           MOVE 'TRAVELBOOKING' TO GLHdrSystem
           WRITE GLHeaderRecord

           PERFORM GLLoadRecognised

           MOVE 'G' TO WS-PkStep
           MOVE WS-GLDay TO WS-PkDay
           PERFORM LoadPickedPayments

           MOVE 'N' TO WS-GLMapAvailable
           OPEN INPUT GLAccountFile
           IF FileStatus = '35'
               CLOSE GLAccountFile
           ELSE
               MOVE 'Y' TO WS-GLMapAvailable
           END-IF

           MOVE 'N' TO WS-BookingsAvailable
           OPEN INPUT BookingFile
           IF FileStatus = '35'
               CLOSE BookingFile
           ELSE
               MOVE 'Y' TO WS-BookingsAvailable
           END-IF

           PERFORM GLPostPayments

           IF WS-BookingsAvailable = 'Y'
               CLOSE BookingFile
           END-IF

           PERFORM GLRecogniseRevenue

           IF WS-GLMapAvailable = 'Y'
               CLOSE GLAccountFile
           END-IF

           MOVE SPACE TO GLTrailerRecord
           MOVE 'T' TO GLTrlType
           MOVE WS-TodayDate TO GLTrlDate
           MOVE WS-GLCount TO GLTrlCount
           MOVE WS-GLDebitTotal TO GLTrlDebits
           MOVE WS-GLCreditTotal TO GLTrlCredits
           WRITE GLTrailerRecord
           CLOSE GLExtractFile

           IF WS-GLDebitTotal NOT = WS-GLCreditTotal
               DISPLAY 'GL extract is out of balance - debits '
                   WS-GLDebitTotal ' credits ' WS-GLCreditTotal
               MOVE 'Y' TO WS-StepFailed
           END-IF
           IF WS-GLRcFull = 'Y'
               DISPLAY 'More than ' WS-GLRcMax ' recognised bookings '
                   '- glrecognised.dat left as it was.'
               MOVE 'Y' TO WS-StepFailed
           END-IF
           IF WS-PkFull = 'Y'
               DISPLAY 'More than ' WS-PkMax ' payments in the last '
                   WS-PkWindowDays ' days - glposted.dat left as it '
                   'was.'
               MOVE 'Y' TO WS-StepFailed
           END-IF
           IF WS-StepFailed = 'N'
               PERFORM GLSaveRecognised
               PERFORM SavePickedPayments
           END-IF
           IF WS-PkLate > ZERO
               DISPLAY WS-PkLate ' payments keyed after their date '
                   'posted today.'
           END-IF

           MOVE SPACE TO WS-COMMAND
           STRING 'move glextract.txt glextract-'
               WS-TodayDate '.txt'
               DELIMITED BY SIZE INTO WS-COMMAND
           CALL 'SYSTEM' USING WS-COMMAND

           MOVE SPACE TO WS-StepCounts
           STRING 'lines ' WS-GLCount
               ' payments ' WS-GLPayCount
               ' recognised ' WS-GLRecogCount
               DELIMITED BY SIZE INTO WS-StepCounts
           DISPLAY 'GL extract complete - '
               WS-GLCount ' journal lines written to glextract-'
               WS-TodayDate '.txt'.

       GLPostPayments.
           MOVE 'N' TO WS-PayEndOfFile
           OPEN INPUT BookingPaymentFile
           IF FileStatus = '35'
               CLOSE BookingPaymentFile
           ELSE
               PERFORM UNTIL WS-PayEndOfFile = 'Y'
                   READ BookingPaymentFile
                       AT END
                           MOVE 'Y' TO WS-PayEndOfFile
                       NOT AT END
                           IF PaymentDate NOT > WS-GLDay AND
                                   PaymentDate NOT < WS-PkWindowStart
                               PERFORM CheckPaymentPicked
                               IF WS-PkFound = 'N' AND WS-PkFull = 'N'
                                   PERFORM GLPostOnePayment
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BookingPaymentFile
           END-IF.

       GLPostOnePayment.
           ADD 1 TO WS-GLPayCount
           PERFORM GLLookupBooking
           PERFORM GLLookupAccounts
           PERFORM SetGLCashAccount
           MOVE PayBookingID TO WS-GLRcKey
           PERFORM GLFindRecognised
           IF WS-GLRcFound = 'Y'
               MOVE WS-GLEarnedAcct TO WS-GLDepositAcct
           ELSE
               MOVE WS-GLDeferredAcct TO WS-GLDepositAcct
           END-IF
           IF PaymentType = 'R'
               MOVE WS-GLDepositAcct TO WS-GLDrAcct
               MOVE WS-GLCashAcct TO WS-GLCrAcct
               MOVE 'REF' TO WS-GLSource
           ELSE
               MOVE WS-GLCashAcct TO WS-GLDrAcct
               MOVE WS-GLDepositAcct TO WS-GLCrAcct
               MOVE 'PAY' TO WS-GLSource
           END-IF
           MOVE PayBookingID TO WS-GLRef
           MOVE PaymentAmount TO WS-GLAmount
           MOVE PaymentMethod TO WS-GLMethod
           PERFORM WriteGLPair.

       GLLookupBooking.
           MOVE 'N' TO WS-GLBookingKnown
           MOVE SPACE TO WS-GLDest
           MOVE SPACE TO WS-GLStatus
           MOVE SPACE TO WS-GLTravelDate
           IF WS-BookingsAvailable = 'Y'
               MOVE PayBookingID TO BookingID
               READ BookingFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-GLBookingKnown
                       MOVE FDestination TO WS-GLDest
                       MOVE FStatus TO WS-GLStatus
                       MOVE TravelDate TO WS-GLTravelDate
               END-READ
           END-IF
           IF WS-GLBookingKnown = 'N'
               MOVE 'N' TO WS-ArchEndOfFile
               OPEN INPUT BookingArchiveFile
               IF FileStatus = '35'
                   CLOSE BookingArchiveFile
               ELSE
                   PERFORM UNTIL WS-ArchEndOfFile = 'Y'
                       READ BookingArchiveFile
                           AT END
                               MOVE 'Y' TO WS-ArchEndOfFile
                           NOT AT END
                               IF ArchBookingID = PayBookingID
                                   MOVE 'Y' TO WS-GLBookingKnown
                                   MOVE ArchDestination TO WS-GLDest
                                   MOVE ArchStatus TO WS-GLStatus
                                   MOVE ArchTravelDate
                                       TO WS-GLTravelDate
                                   MOVE 'Y' TO WS-ArchEndOfFile
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BookingArchiveFile
               END-IF
           END-IF.

       GLLookupAccounts.
           MOVE WS-GLDefaultDeferred TO WS-GLDeferredAcct
           MOVE WS-GLDefaultEarned TO WS-GLEarnedAcct
           IF WS-GLMapAvailable = 'Y' AND WS-GLDest NOT = SPACE
               MOVE WS-GLDest TO GLDestination
               READ GLAccountFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF GLDeferredAcct NOT = SPACE
                           MOVE GLDeferredAcct TO WS-GLDeferredAcct
                       END-IF
                       IF GLEarnedAcct NOT = SPACE
                           MOVE GLEarnedAcct TO WS-GLEarnedAcct
                       END-IF
               END-READ
           END-IF.

       SetGLCashAccount.
           EVALUATE PaymentMethod
               WHEN 'Cash'
                   MOVE '1000' TO WS-GLCashAcct
               WHEN 'Card'
                   MOVE '1010' TO WS-GLCashAcct
               WHEN 'Transfer'
                   MOVE '1020' TO WS-GLCashAcct
               WHEN OTHER
                   MOVE '1090' TO WS-GLCashAcct
           END-EVALUATE.

       GLRecogniseRevenue.
           MOVE 'N' TO EndOfFile
           OPEN INPUT BookingFile
           IF FileStatus = '35'
               CLOSE BookingFile
           ELSE
               READ BookingFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFile
               END-READ
               PERFORM UNTIL EndOfFile = 'Y'
                   IF FStatus = 'Confirmed' AND
                           TravelDate NOT = SPACE AND
                           TravelDate NOT > WS-GLDay
                       MOVE BookingID TO WS-GLRcKey
                       PERFORM GLFindRecognised
                       IF WS-GLRcFound = 'N'
                           PERFORM GLRecogniseBooking
                       END-IF
                   END-IF
                   READ BookingFile NEXT RECORD
                       AT END MOVE 'Y' TO EndOfFile
                   END-READ
               END-PERFORM
               CLOSE BookingFile
           END-IF.

       GLRecogniseBooking.
           MOVE ZERO TO WS-NetPaid
           MOVE 'N' TO WS-PayEndOfFile
           OPEN INPUT BookingPaymentFile
           IF FileStatus = '35'
               CLOSE BookingPaymentFile
           ELSE
               PERFORM UNTIL WS-PayEndOfFile = 'Y'
                   READ BookingPaymentFile
                       AT END
                           MOVE 'Y' TO WS-PayEndOfFile
                       NOT AT END
                           IF PayBookingID = BookingID AND
                                   PaymentDate NOT > WS-GLDay
                               IF PaymentType = 'R'
                                   SUBTRACT PaymentAmount
                                       FROM WS-NetPaid
                               ELSE
                                   ADD PaymentAmount TO WS-NetPaid
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BookingPaymentFile
           END-IF

           IF WS-GLRcCount < WS-GLRcMax
               ADD 1 TO WS-GLRcCount
               MOVE BookingID TO WS-GLRcID(WS-GLRcCount)
               MOVE WS-TodayDate TO WS-GLRcDay(WS-GLRcCount)
               MOVE ZERO TO WS-GLRcAmt(WS-GLRcCount)
               IF WS-NetPaid > ZERO
                   MOVE WS-NetPaid TO WS-GLRcAmt(WS-GLRcCount)
               END-IF
           ELSE
               MOVE 'Y' TO WS-GLRcFull
           END-IF

           IF WS-NetPaid > ZERO
               ADD 1 TO WS-GLRecogCount
               MOVE FDestination TO WS-GLDest
               PERFORM GLLookupAccounts
               MOVE WS-GLDeferredAcct TO WS-GLDrAcct
               MOVE WS-GLEarnedAcct TO WS-GLCrAcct
               MOVE 'REC' TO WS-GLSource
               MOVE BookingID TO WS-GLRef
               MOVE WS-NetPaid TO WS-GLAmount
               MOVE SPACE TO WS-GLMethod
               PERFORM WriteGLPair
           END-IF.

       GLLoadRecognised.
           MOVE ZERO TO WS-GLRcCount
           MOVE ZERO TO WS-GLRcSeeded
           MOVE 'N' TO WS-GLRcFull
           MOVE 'N' TO WS-GLRcSeed
           MOVE 'N' TO WS-GLRcEndOfFile
           OPEN INPUT GLRecognisedFile
           IF FileStatus = '35'
               CLOSE GLRecognisedFile
               MOVE 'Y' TO WS-GLRcSeed
           ELSE
               PERFORM UNTIL WS-GLRcEndOfFile = 'Y'
                   READ GLRecognisedFile
                       AT END
                           MOVE 'Y' TO WS-GLRcEndOfFile
                       NOT AT END
                           IF WS-GLRcCount < WS-GLRcMax
                               ADD 1 TO WS-GLRcCount
                               MOVE GLRcBookingID
                                   TO WS-GLRcID(WS-GLRcCount)
                               MOVE GLRcDate TO WS-GLRcDay(WS-GLRcCount)
                               MOVE GLRcAmount
                                   TO WS-GLRcAmt(WS-GLRcCount)
                           ELSE
                               MOVE 'Y' TO WS-GLRcFull
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GLRecognisedFile
           END-IF
           MOVE WS-GLRcCount TO WS-GLRcLoaded

           IF WS-GLRcSeed = 'Y'
               MOVE 'N' TO EndOfFile
               OPEN INPUT BookingFile
               IF FileStatus = '35'
                   CLOSE BookingFile
               ELSE
                   READ BookingFile NEXT RECORD
                       AT END MOVE 'Y' TO EndOfFile
                   END-READ
                   PERFORM UNTIL EndOfFile = 'Y'
                       IF FStatus = 'Confirmed' AND
                               TravelDate < WS-GLDay
                           IF WS-GLRcCount < WS-GLRcMax
                               ADD 1 TO WS-GLRcCount
                               ADD 1 TO WS-GLRcSeeded
                               MOVE BookingID TO WS-GLRcID(WS-GLRcCount)
                               MOVE TravelDate(1:4)
                                   TO WS-GLRcDay(WS-GLRcCount)(1:4)
                               MOVE TravelDate(6:2)
                                   TO WS-GLRcDay(WS-GLRcCount)(5:2)
                               MOVE TravelDate(9:2)
                                   TO WS-GLRcDay(WS-GLRcCount)(7:2)
                               MOVE ZERO TO WS-GLRcAmt(WS-GLRcCount)
                           ELSE
                               MOVE 'Y' TO WS-GLRcFull
                           END-IF
                       END-IF
                       READ BookingFile NEXT RECORD
                           AT END MOVE 'Y' TO EndOfFile
                       END-READ
                   END-PERFORM
                   CLOSE BookingFile
               END-IF
               DISPLAY 'Recognised-bookings file started - '
                   WS-GLRcSeeded ' departed bookings taken on.'
               MOVE ZERO TO WS-GLRcLoaded
           END-IF.

       GLFindRecognised.
           MOVE 'N' TO WS-GLRcFound
           PERFORM VARYING WS-GLRcIdx FROM 1 BY 1
                   UNTIL WS-GLRcIdx > WS-GLRcCount OR WS-GLRcFound = 'Y'
               IF WS-GLRcID(WS-GLRcIdx) = WS-GLRcKey
                   MOVE 'Y' TO WS-GLRcFound
               END-IF
           END-PERFORM.

       GLSaveRecognised.
           IF WS-GLRcCount > WS-GLRcLoaded
               IF WS-GLRcLoaded = ZERO
                   OPEN OUTPUT GLRecognisedFile
               ELSE
                   OPEN EXTEND GLRecognisedFile
               END-IF
               COMPUTE WS-GLRcIdx = WS-GLRcLoaded + 1
               PERFORM UNTIL WS-GLRcIdx > WS-GLRcCount
                   MOVE WS-GLRcID(WS-GLRcIdx) TO GLRcBookingID
                   MOVE WS-GLRcDay(WS-GLRcIdx) TO GLRcDate
                   MOVE WS-GLRcAmt(WS-GLRcIdx) TO GLRcAmount
                   WRITE GLRecognisedRecord
                   ADD 1 TO WS-GLRcIdx
               END-PERFORM
               CLOSE GLRecognisedFile
           ELSE
               IF WS-GLRcSeed = 'Y'
                   OPEN OUTPUT GLRecognisedFile
                   CLOSE GLRecognisedFile
               END-IF
           END-IF.

       LoadPickedPayments.
           MOVE ZERO TO WS-PkCount
           MOVE ZERO TO WS-PkSeeded
           MOVE ZERO TO WS-PkLate
           MOVE 'N' TO WS-PkFull
           MOVE 'N' TO WS-PkSeed
           COMPUTE WS-PkDayInt =
               FUNCTION INTEGER-OF-DATE(WS-TodayDate) - WS-PkWindowDays
           COMPUTE WS-PkDayNum = FUNCTION DATE-OF-INTEGER(WS-PkDayInt)
           MOVE SPACE TO WS-PkWindowStart
           STRING WS-PkDayNum(1:4) '-'
               WS-PkDayNum(5:2) '-'
               WS-PkDayNum(7:2)
               DELIMITED BY SIZE INTO WS-PkWindowStart

           MOVE 'N' TO WS-PkEndOfFile
           IF WS-PkStep = 'G'
               OPEN INPUT GLPostedFile
           ELSE
               OPEN INPUT ReconLoadedFile
           END-IF
           IF FileStatus = '35'
               MOVE 'Y' TO WS-PkSeed
           ELSE
               PERFORM ReadPickedRecord
               PERFORM UNTIL WS-PkEndOfFile = 'Y'
                   MOVE WS-PkRecPayment TO PaymentRecord
                   IF PaymentDate NOT < WS-PkWindowStart
                       PERFORM AddPickedEntry
                   END-IF
                   PERFORM ReadPickedRecord
               END-PERFORM
           END-IF
           IF WS-PkStep = 'G'
               CLOSE GLPostedFile
           ELSE
               CLOSE ReconLoadedFile
           END-IF

           IF WS-PkSeed = 'Y'
               MOVE SPACE TO WS-PkRecStamp
               MOVE 'N' TO WS-PayEndOfFile
               OPEN INPUT BookingPaymentFile
               IF FileStatus = '35'
                   CLOSE BookingPaymentFile
               ELSE
                   PERFORM UNTIL WS-PayEndOfFile = 'Y'
                       READ BookingPaymentFile
                           AT END
                               MOVE 'Y' TO WS-PayEndOfFile
                           NOT AT END
                               IF PaymentDate < WS-PkDay AND
                                       PaymentDate NOT <
                                       WS-PkWindowStart
                                   MOVE PaymentRecord
                                       TO WS-PkRecPayment
                                   PERFORM AddPickedEntry
                                   ADD 1 TO WS-PkSeeded
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BookingPaymentFile
               END-IF
               DISPLAY 'Payment pick-up file started - ' WS-PkSeeded
                   ' earlier payments taken on.'
           END-IF.

       ReadPickedRecord.
           IF WS-PkStep = 'G'
               READ GLPostedFile INTO WS-PkRecord
                   AT END MOVE 'Y' TO WS-PkEndOfFile
               END-READ
           ELSE
               READ ReconLoadedFile INTO WS-PkRecord
                   AT END MOVE 'Y' TO WS-PkEndOfFile
               END-READ
           END-IF.

       AddPickedEntry.
           IF WS-PkCount < WS-PkMax
               ADD 1 TO WS-PkCount
               MOVE WS-PkRecStamp TO WS-PkStamp(WS-PkCount)
               MOVE WS-PkRecPayment TO WS-PkPayment(WS-PkCount)
               MOVE 'N' TO WS-PkUsed(WS-PkCount)
           ELSE
               MOVE 'Y' TO WS-PkFull
           END-IF.

       CheckPaymentPicked.
           MOVE 'N' TO WS-PkFound
           PERFORM VARYING WS-PkIdx FROM 1 BY 1
                   UNTIL WS-PkIdx > WS-PkCount OR WS-PkFound = 'Y'
               IF WS-PkUsed(WS-PkIdx) = 'N' AND
                       WS-PkPayment(WS-PkIdx) = PaymentRecord
                   MOVE 'Y' TO WS-PkUsed(WS-PkIdx)
                   MOVE 'Y' TO WS-PkFound
               END-IF
           END-PERFORM
           IF WS-PkFound = 'N'
               MOVE WS-TodayDate TO WS-PkRecStamp
               MOVE PaymentRecord TO WS-PkRecPayment
               PERFORM AddPickedEntry
               IF WS-PkFull = 'N'
                   MOVE 'Y' TO WS-PkUsed(WS-PkCount)
                   IF PaymentDate < WS-PkDay
                       ADD 1 TO WS-PkLate
                   END-IF
               END-IF
           END-IF.

       SavePickedPayments.
           IF WS-PkStep = 'G'
               OPEN OUTPUT GLPostedFile
           ELSE
               OPEN OUTPUT ReconLoadedFile
           END-IF
           PERFORM VARYING WS-PkIdx FROM 1 BY 1
                   UNTIL WS-PkIdx > WS-PkCount
               MOVE WS-PkStamp(WS-PkIdx) TO WS-PkRecStamp
               MOVE WS-PkPayment(WS-PkIdx) TO WS-PkRecPayment
               IF WS-PkStep = 'G'
                   WRITE GLPostedRecord FROM WS-PkRecord
               ELSE
                   WRITE ReconLoadedRecord FROM WS-PkRecord
               END-IF
           END-PERFORM
           IF WS-PkStep = 'G'
               CLOSE GLPostedFile
           ELSE
               CLOSE ReconLoadedFile
           END-IF.

       WriteGLPair.
           MOVE WS-GLDrAcct TO WS-GLLineAcct
           MOVE 'D' TO WS-GLLineDrCr
           PERFORM WriteGLLine
           ADD WS-GLAmount TO WS-GLDebitTotal
           MOVE WS-GLCrAcct TO WS-GLLineAcct
           MOVE 'C' TO WS-GLLineDrCr
           PERFORM WriteGLLine
           ADD WS-GLAmount TO WS-GLCreditTotal.

       WriteGLLine.
           ADD 1 TO WS-GLCount
           MOVE SPACE TO GLDetailRecord
           MOVE 'D' TO GLRecType
           MOVE WS-TodayDate TO GLPostDate
           MOVE WS-GLRef TO GLBookingRef
           MOVE WS-GLLineAcct TO GLAccount
           MOVE WS-GLLineDrCr TO GLDrCr
           MOVE WS-GLAmount TO GLAmount
           MOVE WS-GLDest TO GLDestCode
           MOVE WS-GLSource TO GLSource
           MOVE WS-GLMethod TO GLMethod
           WRITE GLDetailRecord.

       QuoteExpiryRun.
           DISPLAY 'Expiring old quotes and measuring conversion...'
           MOVE WS-BusinessDate TO WS-TodayDate
           MOVE SPACE TO WS-QuoteDay
           STRING WS-TodayDate(1:4) '-'
               WS-TodayDate(5:2) '-'
               WS-TodayDate(7:2)
               DELIMITED BY SIZE INTO WS-QuoteDay

           MOVE ZERO TO WS-QuoteExpiredCount
           MOVE ZERO TO WS-QuoteReadCount
           MOVE ZERO TO WS-QxCount
           MOVE 'N' TO WS-QxFull

           OPEN OUTPUT QuoteReportFile
           IF FileStatus NOT = '00'
               MOVE 'Y' TO WS-StepFailed
           END-IF
           MOVE SPACE TO QuoteReportLine
           STRING 'QUOTE EXPIRY AND CONVERSION - ' WS-QuoteDay
               DELIMITED BY SIZE INTO QuoteReportLine
           WRITE QuoteReportLine
           MOVE SPACE TO QuoteReportLine
           WRITE QuoteReportLine

           MOVE 'N' TO WS-QuoteEndOfFile
           OPEN I-O QuoteFile
           IF FileStatus = '35'
               CLOSE QuoteFile
               MOVE 'No quotes on file (quotes.dat).'
                   TO QuoteReportLine
               WRITE QuoteReportLine
           ELSE
               MOVE 'QUOTES EXPIRED:' TO QuoteReportLine
               WRITE QuoteReportLine
               PERFORM UNTIL WS-QuoteEndOfFile = 'Y'
                   READ QuoteFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-QuoteEndOfFile
                       NOT AT END
                           ADD 1 TO WS-QuoteReadCount
                           PERFORM CheckQuoteExpiry
                           PERFORM TallyQuoteDestination
                   END-READ
               END-PERFORM
               CLOSE QuoteFile
               IF WS-QuoteExpiredCount = ZERO
                   MOVE '  (none)' TO QuoteReportLine
                   WRITE QuoteReportLine
               END-IF
               PERFORM WriteQuoteConversion
           END-IF
           CLOSE QuoteReportFile

           IF WS-QxFull = 'Y'
               DISPLAY 'More than ' WS-QxMax ' quote destinations '
                   '- conversion report incomplete.'
               MOVE 'Y' TO WS-StepFailed
           END-IF

           MOVE SPACE TO WS-COMMAND
           STRING 'move quoteexpiry.txt quoteexpiry-'
               WS-TodayDate '.txt'
               DELIMITED BY SIZE INTO WS-COMMAND
           CALL 'SYSTEM' USING WS-COMMAND

           MOVE SPACE TO WS-StepCounts
           STRING 'quotes ' WS-QuoteReadCount
               ' expired ' WS-QuoteExpiredCount
               DELIMITED BY SIZE INTO WS-StepCounts
           DISPLAY 'Quote expiry complete - ' WS-QuoteReadCount
               ' quotes read, ' WS-QuoteExpiredCount ' expired.'.

       CheckQuoteExpiry.
           IF QuoteStatus = 'Open' AND QuoteExpiry < WS-QuoteDay
               MOVE 'Expired' TO QuoteStatus
               MOVE WS-QuoteDay TO QuoteClosedDate
               REWRITE QuoteRecord
                   INVALID KEY
                       DISPLAY 'Quote ' QuoteNo ' could not be '
                           'rewritten.'
                       MOVE 'Y' TO WS-StepFailed
                   NOT INVALID KEY
                       ADD 1 TO WS-QuoteExpiredCount
                       MOVE SPACE TO QuoteReportLine
                       STRING '  ' QuoteNo ' ' QuoteCustomerID ' '
                           QuoteDestination ' expired '
                           QuoteExpiry
                           DELIMITED BY SIZE INTO QuoteReportLine
                       WRITE QuoteReportLine
               END-REWRITE
           END-IF.

       TallyQuoteDestination.
           MOVE ZERO TO WS-QxIdx
           PERFORM VARYING WS-QxSeek FROM 1 BY 1
                   UNTIL WS-QxSeek > WS-QxCount OR WS-QxIdx > ZERO
               IF WS-QxDest(WS-QxSeek) = QuoteDestination
                   MOVE WS-QxSeek TO WS-QxIdx
               END-IF
           END-PERFORM
           IF WS-QxIdx = ZERO
               IF WS-QxCount < WS-QxMax
                   ADD 1 TO WS-QxCount
                   MOVE WS-QxCount TO WS-QxIdx
                   MOVE QuoteDestination TO WS-QxDest(WS-QxIdx)
                   MOVE ZERO TO WS-QxIssued(WS-QxIdx)
                   MOVE ZERO TO WS-QxConverted(WS-QxIdx)
                   MOVE ZERO TO WS-QxExpired(WS-QxIdx)
                   MOVE ZERO TO WS-QxOpen(WS-QxIdx)
               ELSE
                   MOVE 'Y' TO WS-QxFull
               END-IF
           END-IF
           IF WS-QxIdx > ZERO
               ADD 1 TO WS-QxIssued(WS-QxIdx)
               EVALUATE QuoteStatus
                   WHEN 'Converted'
                       ADD 1 TO WS-QxConverted(WS-QxIdx)
                   WHEN 'Expired'
                       ADD 1 TO WS-QxExpired(WS-QxIdx)
                   WHEN OTHER
                       ADD 1 TO WS-QxOpen(WS-QxIdx)
               END-EVALUATE
           END-IF.

       WriteQuoteConversion.
           MOVE ZERO TO WS-QxTotIssued
           MOVE ZERO TO WS-QxTotConverted
           MOVE ZERO TO WS-QxTotExpired
           MOVE ZERO TO WS-QxTotOpen
           MOVE SPACE TO QuoteReportLine
           WRITE QuoteReportLine
           MOVE 'CONVERSION BY DESTINATION:' TO QuoteReportLine
           WRITE QuoteReportLine
           MOVE SPACE TO QuoteReportLine
           STRING 'DESTINATION                ISSUED CONVERTED '
               'EXPIRED  OPEN   RATE%'
               DELIMITED BY SIZE INTO QuoteReportLine
           WRITE QuoteReportLine
           PERFORM VARYING WS-QxIdx FROM 1 BY 1
                   UNTIL WS-QxIdx > WS-QxCount
               ADD WS-QxIssued(WS-QxIdx) TO WS-QxTotIssued
               ADD WS-QxConverted(WS-QxIdx) TO WS-QxTotConverted
               ADD WS-QxExpired(WS-QxIdx) TO WS-QxTotExpired
               ADD WS-QxOpen(WS-QxIdx) TO WS-QxTotOpen
               IF WS-QxConverted(WS-QxIdx) + WS-QxExpired(WS-QxIdx)
                       = ZERO
                   MOVE '   n/a' TO WS-QxRateText
               ELSE
                   COMPUTE WS-QxRate ROUNDED =
                       WS-QxConverted(WS-QxIdx) * 100 /
                       (WS-QxConverted(WS-QxIdx) +
                        WS-QxExpired(WS-QxIdx))
                   MOVE WS-QxRate TO WS-QxRateEdit
                   MOVE SPACE TO WS-QxRateText
                   STRING ' ' WS-QxRateEdit
                       DELIMITED BY SIZE INTO WS-QxRateText
               END-IF
               MOVE SPACE TO QuoteReportLine
               STRING WS-QxDest(WS-QxIdx) '  '
                   WS-QxIssued(WS-QxIdx) '     '
                   WS-QxConverted(WS-QxIdx) '   '
                   WS-QxExpired(WS-QxIdx) ' '
                   WS-QxOpen(WS-QxIdx) ' '
                   WS-QxRateText
                   DELIMITED BY SIZE INTO QuoteReportLine
               WRITE QuoteReportLine
           END-PERFORM
           IF WS-QxTotConverted + WS-QxTotExpired = ZERO
               MOVE '   n/a' TO WS-QxRateText
           ELSE
               COMPUTE WS-QxRate ROUNDED =
                   WS-QxTotConverted * 100 /
                   (WS-QxTotConverted + WS-QxTotExpired)
               MOVE WS-QxRate TO WS-QxRateEdit
               MOVE SPACE TO WS-QxRateText
               STRING ' ' WS-QxRateEdit
                   DELIMITED BY SIZE INTO WS-QxRateText
           END-IF
           MOVE SPACE TO QuoteReportLine
           STRING 'ALL DESTINATIONS           '
               WS-QxTotIssued '     '
               WS-QxTotConverted '   '
               WS-QxTotExpired ' '
               WS-QxTotOpen ' '
               WS-QxRateText
               DELIMITED BY SIZE INTO QuoteReportLine
           WRITE QuoteReportLine
           MOVE SPACE TO QuoteReportLine
           STRING 'Rate% = converted / (converted + expired); open '
               'quotes are not yet decided.'
               DELIMITED BY SIZE INTO QuoteReportLine
           WRITE QuoteReportLine.

       ReminderExtract.
           DISPLAY 'Extracting pre-travel reminders...'
           MOVE ZERO TO WS-ReminderCount
           MOVE ZERO TO WS-ChaseCount
           MOVE WS-BusinessDate TO WS-TodayDate
           COMPUTE WS-TodayDayInt =
               FUNCTION INTEGER-OF-DATE(WS-TodayDate)

           OPEN OUTPUT ReminderExtractFile
           IF FileStatus NOT = '00'
               MOVE 'Y' TO WS-StepFailed
           END-IF
           MOVE SPACE TO ReminderLine
           STRING 'Pre-travel reminder extract - next 7 days from '
               WS-TodayDate
               DELIMITED BY SIZE INTO ReminderLine
           WRITE ReminderLine

           MOVE 'N' TO EndOfFile
           OPEN INPUT BookingFile
           IF FileStatus = '35'
               CLOSE BookingFile
               MOVE 'No bookings on file.' TO ReminderLine
               WRITE ReminderLine
           ELSE
               READ BookingFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFile
               END-READ
               PERFORM UNTIL EndOfFile = 'Y'
                   PERFORM CheckReminderRecord
                   READ BookingFile NEXT RECORD
                       AT END MOVE 'Y' TO EndOfFile
                   END-READ
               END-PERFORM
               CLOSE BookingFile
           END-IF

           MOVE SPACE TO ReminderLine
           STRING 'Departures in window: ' WS-ReminderCount
               DELIMITED BY SIZE INTO ReminderLine
           WRITE ReminderLine
           MOVE SPACE TO ReminderLine
           STRING 'Pending to chase: ' WS-ChaseCount
               DELIMITED BY SIZE INTO ReminderLine
           WRITE ReminderLine
           CLOSE ReminderExtractFile

           MOVE SPACE TO WS-COMMAND
           STRING 'move reminderextract.txt reminderextract-'
               WS-TodayDate '.txt'
               DELIMITED BY SIZE INTO WS-COMMAND
           CALL 'SYSTEM' USING WS-COMMAND

           MOVE SPACE TO WS-StepCounts
           STRING 'departures ' WS-ReminderCount
               ' chase ' WS-ChaseCount
               DELIMITED BY SIZE INTO WS-StepCounts
           DISPLAY 'Reminder extract complete - '
               WS-ReminderCount ' departures, '
               WS-ChaseCount ' to chase.'.

       CheckReminderRecord.
           IF FStatus NOT = 'Canceled'
               MOVE TravelDate TO WS-EditDate
               PERFORM ValidateTravelDate
               IF WS-DateValid = 'Y'
                   MOVE WS-DateDigits TO WS-TravelDateNum
                   COMPUTE WS-TravelDayInt =
                       FUNCTION INTEGER-OF-DATE(WS-TravelDateNum)
                   COMPUTE WS-DaysUntil =
                       WS-TravelDayInt - WS-TodayDayInt
                   IF WS-DaysUntil >= ZERO AND WS-DaysUntil <= 7
                       ADD 1 TO WS-ReminderCount
                       IF FStatus = 'Pending'
                           ADD 1 TO WS-ChaseCount
                           MOVE 'CHASE-CONFIRM' TO WS-ChaseFlag
                       ELSE
                           MOVE SPACE TO WS-ChaseFlag
                       END-IF
                       MOVE SPACE TO ReminderLine
                       STRING BookingID
                           ' ' FDestination
                           ' ' TravelDate
                           ' ' FStatus
                           ' ' WS-ChaseFlag
                           DELIMITED BY SIZE INTO ReminderLine
                       WRITE ReminderLine
                   END-IF
               END-IF
           END-IF.

       ValidateTravelDate.
           MOVE 'N' TO WS-DateValid
           MOVE SPACE TO WS-DateDigits
           STRING WS-EditDate(1:4) WS-EditDate(6:2) WS-EditDate(9:2)
               DELIMITED BY SIZE INTO WS-DateDigits
           IF WS-EditDate(5:1) = '-' AND WS-EditDate(8:1) = '-' AND
                   WS-EditDate(11:2) = SPACE AND
                   WS-DateDigits IS NUMERIC
               MOVE WS-DateDigits(1:4) TO WS-EditYear
               MOVE WS-DateDigits(5:2) TO WS-EditMonth
               MOVE WS-DateDigits(7:2) TO WS-EditDay
               PERFORM SetMaxDayOfMonth
               IF WS-EditYear > ZERO AND
                       WS-EditMonth >= 1 AND WS-EditMonth <= 12 AND
                       WS-EditDay >= 1 AND WS-EditDay <= WS-MaxDay
                   MOVE 'Y' TO WS-DateValid
               END-IF
           END-IF.

       SetMaxDayOfMonth.
           EVALUATE WS-EditMonth
               WHEN 4
               WHEN 6

       SettlementReport.
           DISPLAY 'Producing end-of-day cash settlement journal...'
           MOVE WS-BusinessDate TO WS-TodayDate
           MOVE SPACE TO WS-SettleDate
           STRING WS-TodayDate(1:4) '-'
               WS-TodayDate(5:2) '-'

       AuditActivityReport.
           DISPLAY 'Producing daily audit activity report...'
           MOVE WS-BusinessDate TO WS-TodayDate
           MOVE ZERO TO WS-AuditMatchCount
           MOVE ZERO TO WS-AuditAddCount
           MOVE ZERO TO WS-AuditUpdCount
               ' old ' AuditOldValue
               ' new ' AuditNewValue
               DELIMITED BY SIZE INTO AuditReportLine
           WRITE AuditReportLine
           IF AuditOldDetail NOT = SPACE OR AuditNewDetail NOT = SPACE
               MOVE SPACE TO AuditReportLine
               STRING '      from ' AuditOldDetail
                   ' to ' AuditNewDetail
                   DELIMITED BY SIZE INTO AuditReportLine
               WRITE AuditReportLine
           END-IF.

       WriteAuditActivityTotals.
           MOVE SPACE TO AuditReportLine
