               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.

           SELECT BookingChargeFile ASSIGN TO 'bookingcharges.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.

           SELECT ChargeTempFile ASSIGN TO 'chargesTEMP.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.

           SELECT QuoteFile ASSIGN TO 'quotes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QuoteNo
               FILE STATUS IS FileStatus.

           SELECT QuotePrintFile ASSIGN TO 'quote.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.

           SELECT GLAccountFile ASSIGN TO 'glaccounts.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLDestination
               FILE STATUS IS FileStatus.

           SELECT SupplierCostFile ASSIGN TO 'suppliercost.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SupDestination
               FILE STATUS IS FileStatus.

           SELECT ProfitReportFile ASSIGN TO 'profitability.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.

           SELECT DupCustReportFile ASSIGN TO 'customerdups.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.

           SELECT CustMergeLogFile ASSIGN TO 'customermerge.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.

       DATA DIVISION.
       FILE SECTION.

           05   AuditOldValue      PIC X(15).
           05   AuditNewValue      PIC X(15).
           05   AuditTimestamp     PIC X(14).
           05   AuditOldDetail     PIC X(25).
           05   AuditNewDetail     PIC X(25).

       FD CustomerFile.
       01  CustomerRecord.
       FD StatementFile.
       01  StatementLine           PIC X(100).

       FD BookingChargeFile.
       01  ChargeRecord.
           05   ChgBookingID       PIC X(13).
           05   ChgType            PIC X(01).
           05   ChgAmount          PIC 9(7)V99.
           05   ChgDate            PIC X(12).

       FD ChargeTempFile.
       01  ChargeTempRecord        PIC X(35).

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

       FD QuotePrintFile.
       01  QuotePrintLine          PIC X(80).

       FD GLAccountFile.
       01  GLAccountRecord.
           05   GLDestination      PIC X(25).
           05   GLDeferredAcct     PIC X(10).
           05   GLEarnedAcct       PIC X(10).

       FD SupplierCostFile.
       01  SupplierCostRecord.
           05   SupDestination     PIC X(25).
           05   SupCostPerPax      PIC 9(7)V99.
           05   SupName            PIC X(30).

       FD ProfitReportFile.
       01  ProfitLine              PIC X(120).

       FD DupCustReportFile.
       01  DupCustLine             PIC X(100).

       FD CustMergeLogFile.
       01  CustMergeRecord.
           05   MergeLoseID        PIC X(10).
           05   MergeKeepID        PIC X(10).
           05   MergeLoseName      PIC X(30).
           05   MergeLosePhone     PIC X(15).
           05   MergeLoseEmail     PIC X(30).
           05   MergeStamp         PIC X(14).
           05   MergeBookings      PIC 9(05).
           05   MergeArchived      PIC 9(05).
           05   MergeWaitlist      PIC 9(05).
           05   MergeQuotes        PIC 9(05).

       WORKING-STORAGE SECTION.
       01  UserChoice              PIC X(2).
       01  CustChoice              PIC X.
       01  WS-AuditAction          PIC X(10).
       01  WS-AuditOldValue        PIC X(15).
       01  WS-AuditNewValue        PIC X(15).
       01  WS-AuditOldDetail       PIC X(25)    VALUE SPACE.
       01  WS-AuditNewDetail       PIC X(25)    VALUE SPACE.
       01  WS-AuditDatePart        PIC 9(08).
       01  WS-AuditTimePart        PIC 9(08).
       01  WS-NewCustomerID        PIC X(10).
       01  TariffEndOfFile         PIC X        VALUE 'N'.
       01  WS-TariffDest           PIC X(25).
       01  WS-TariffPrice          PIC 9(7)V99  VALUE ZERO.
       01  GLEndOfFile             PIC X        VALUE 'N'.
       01  WS-GLDest               PIC X(25).
       01  WS-GLDeferred           PIC X(10).
       01  WS-GLEarned             PIC X(10).
       01  SupChoice               PIC X.
       01  SupplierFound           PIC X        VALUE 'N'.
       01  SupEndOfFile            PIC X        VALUE 'N'.
       01  WS-SupDest              PIC X(25).
       01  WS-SupCost              PIC 9(7)V99  VALUE ZERO.
       01  WS-SupName              PIC X(30).
       01  WS-MarginThreshold      PIC 9(03)V99 VALUE 15.
       01  WS-ProfitCount          PIC 9(03)    VALUE ZERO.
       01  WS-ProfIdx              PIC 9(03)    VALUE ZERO.
       01  WS-ProfInner            PIC 9(03)    VALUE ZERO.
       01  WS-ProfFound            PIC X        VALUE 'N'.
       01  WS-ProfitTable.
           05  WS-ProfitEntry OCCURS 200 TIMES.
               10  WS-ProfDest     PIC X(25).
               10  WS-ProfMonth    PIC X(07).
               10  WS-ProfBookings PIC 9(05).
               10  WS-ProfPax      PIC 9(05).
               10  WS-ProfRevenue  PIC S9(9)V99.
               10  WS-ProfCost     PIC 9(9)V99.
               10  WS-ProfNoCost   PIC X.
       01  WS-ProfSwap             PIC X(65).
       01  WS-ProfDestRevenue      PIC S9(9)V99 VALUE ZERO.
       01  WS-ProfDestCost         PIC 9(9)V99  VALUE ZERO.
       01  WS-ProfDestPax          PIC 9(05)    VALUE ZERO.
       01  WS-ProfDestNoCost       PIC X        VALUE 'N'.
       01  WS-ProfTotRevenue       PIC S9(9)V99 VALUE ZERO.
       01  WS-ProfTotCost          PIC 9(9)V99  VALUE ZERO.
       01  WS-ProfRevenueWork      PIC S9(9)V99 VALUE ZERO.
       01  WS-ProfCostWork         PIC 9(9)V99  VALUE ZERO.
       01  WS-ProfMargin           PIC S9(9)V99 VALUE ZERO.
       01  WS-ProfMarginPct        PIC S9(5)V99 VALUE ZERO.
       01  WS-ProfRevEdit          PIC -(9)9.99.
       01  WS-ProfCostEdit         PIC Z(9)9.99.
       01  WS-ProfMarginEdit       PIC -(9)9.99.
       01  WS-ProfPctEdit          PIC -(4)9.99.
       01  WS-ProfThreshEdit       PIC ZZ9.99.
       01  WS-ProfFlag             PIC X(20).
       01  WS-ProfBelowCount       PIC 9(03)    VALUE ZERO.
       01  WS-DupCustCount         PIC 9(03)    VALUE ZERO.
       01  WS-DupIdx               PIC 9(03)    VALUE ZERO.
       01  WS-DupInner             PIC 9(03)    VALUE ZERO.
       01  WS-DupStart             PIC 9(03)    VALUE ZERO.
       01  WS-DupPairCount         PIC 9(05)    VALUE ZERO.
       01  WS-DupCustTable.
           05  WS-DupCustEntry OCCURS 500 TIMES.
               10  WS-DupCustID    PIC X(10).
               10  WS-DupCustName  PIC X(30).
               10  WS-DupNormName  PIC X(30).
               10  WS-DupNormLen   PIC 9(02).
               10  WS-DupNormPhone PIC X(15).
               10  WS-DupNormEmail PIC X(30).
       01  WS-DupReasons           PIC X(20).
       01  WS-NormIn               PIC X(30).
       01  WS-NormOut              PIC X(30).
       01  WS-NormLen              PIC 9(02)    VALUE ZERO.
       01  WS-NormPos              PIC 9(02)    VALUE ZERO.
       01  WS-NormChar             PIC X.
       01  WS-NameA                PIC X(30).
       01  WS-NameB                PIC X(30).
       01  WS-LenA                 PIC 9(02)    VALUE ZERO.
       01  WS-LenB                 PIC 9(02)    VALUE ZERO.
       01  WS-NamePosA             PIC 9(02)    VALUE ZERO.
       01  WS-NamePosB             PIC 9(02)    VALUE ZERO.
       01  WS-NameDiffs            PIC 9(02)    VALUE ZERO.
       01  WS-NameDiff1            PIC 9(02)    VALUE ZERO.
       01  WS-NameDiff2            PIC 9(02)    VALUE ZERO.
       01  WS-NameClose            PIC X        VALUE 'N'.
       01  WS-NameMinLen           PIC 9(02)    VALUE 5.
       01  WS-MergeKeepID          PIC X(10).
       01  WS-MergeLoseID          PIC X(10).
       01  WS-MergeAnswer          PIC X.
       01  WS-MergeBookings        PIC 9(05)    VALUE ZERO.
       01  WS-MergeArchived        PIC 9(05)    VALUE ZERO.
       01  WS-MergeWaitlist        PIC 9(05)    VALUE ZERO.
       01  WS-MergeQuotes          PIC 9(05)    VALUE ZERO.
       01  WS-MergeLoseName        PIC X(30).
       01  WS-MergeLosePhone       PIC X(15).
       01  WS-MergeLoseEmail       PIC X(30).
       01  WS-BookingPrice         PIC 9(7)V99  VALUE ZERO.
       01  WS-Balance              PIC S9(7)V99 VALUE ZERO.
       01  WS-BalanceEdit          PIC -(7)9.99.
       01  WS-StmtCustEOF          PIC X        VALUE 'N'.
       01  WS-StmtPayEOF           PIC X        VALUE 'N'.
       01  WS-StmtTypeWord         PIC X(07).
       01  WS-OldDestination       PIC X(25).
       01  WS-OldTravelDate        PIC X(12).
       01  WS-AmendDest            PIC X(25).
       01  WS-AmendDate            PIC X(12).
       01  WS-StdChangeFee         PIC 9(7)V99  VALUE 50.00.
       01  WS-ChangeFee            PIC 9(7)V99  VALUE ZERO.
       01  WS-FeeAnswer            PIC X.
       01  WS-FirstDueDate         PIC X(12).
       01  WS-ChargeTotal          PIC 9(7)V99  VALUE ZERO.
       01  WS-FeeInstalAmount      PIC 9(7)V99  VALUE ZERO.
       01  WS-ChargeEndOfFile      PIC X        VALUE 'N'.
       01  WS-QuotedFound          PIC X        VALUE 'N'.
       01  WS-QuotedPrice          PIC 9(7)V99  VALUE ZERO.
       01  WS-QuotedDropped        PIC X        VALUE 'N'.
       01  QuoteChoice             PIC X.
       01  QuoteFound              PIC X        VALUE 'N'.
       01  QuoteEndOfFile          PIC X        VALUE 'N'.
       01  WS-QuoteNo              PIC X(10).
       01  WS-QuoteTotal           PIC 9(7)V99  VALUE ZERO.
       01  WS-QuoteValidDays       PIC 9(03)    VALUE 14.
       01  WS-QuoteExpiry          PIC X(12).
       01  WS-QuoteExpiryNum       PIC 9(08).
       01  WS-QuoteExpiryInt       PIC 9(08).
       01  WS-QuoteAnswer          PIC X.
       01  WS-QuoteCount           PIC 9(05)    VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM UNTIL UserChoice = '0'
               DISPLAY '21. AUDIT INQUIRY'
               DISPLAY '22. ARCHIVE MAINTENANCE'
               DISPLAY '23. CUSTOMER STATEMENT'
               DISPLAY '24. AMEND BOOKING'
               DISPLAY '25. SUPPLIER COST MAINTENANCE'
               DISPLAY '26. PROFITABILITY REPORT'
               DISPLAY '27. QUOTATIONS'
               DISPLAY '0. EXIT'
               DISPLAY 'ENTER YOUR CHOICE: ' WITH NO ADVANCING
               ACCEPT UserChoice
                       DISPLAY SPACE
                       PERFORM CustomerStatement
                       DISPLAY SPACE
                   WHEN '24'
                       DISPLAY SPACE
                       PERFORM AmendBooking
                       DISPLAY SPACE
                   WHEN '25'
                       DISPLAY SPACE
                       PERFORM SupplierCostMenu
                       DISPLAY SPACE
                   WHEN '26'
                       DISPLAY SPACE
                       PERFORM ProfitabilityReport
                       DISPLAY SPACE
                   WHEN '27'
                       DISPLAY SPACE
                       PERFORM QuoteMenu
                       DISPLAY SPACE
                   WHEN '0'
                       DISPLAY 'Exiting program.'
                   WHEN OTHER
           END-READ
           CLOSE BookingFile.

       AmendBooking.
           DISPLAY 'Enter Booking ID to amend: ' NO ADVANCING
           ACCEPT WS-PayBookingID

           PERFORM FindBooking

           IF BookingFound = 'N'
               DISPLAY 'Booking ID not found.'
           ELSE
               IF FStatus = 'Canceled'
                   DISPLAY 'Canceled bookings cannot be amended.'
               ELSE
                   PERFORM EnterAmendment
                   IF WS-AmendDest = WS-OldDestination AND
                           WS-AmendDate = WS-OldTravelDate
                       DISPLAY 'Nothing to amend.'
                   ELSE
                       PERFORM ApplyAmendment
                   END-IF
               END-IF
           END-IF.

       EnterAmendment.
           MOVE FDestination TO WS-OldDestination
           MOVE TravelDate TO WS-OldTravelDate
           MOVE FStatus TO WS-OldStatus
           MOVE BookCustomerID TO WS-WaitCustomerID
           DISPLAY 'Current Destination: ' FDestination
           DISPLAY 'Current Travel Date: ' TravelDate
           DISPLAY 'Current Status     : ' FStatus
           DISPLAY 'Enter new Destination (blank to keep): '
           NO ADVANCING
           ACCEPT WS-AmendDest
           IF WS-AmendDest = SPACE
               MOVE WS-OldDestination TO WS-AmendDest
           END-IF
           MOVE 'N' TO WS-DateValid
           PERFORM UNTIL WS-DateValid = 'Y'
               DISPLAY 'Enter new Travel Date (YYYY-MM-DD, blank to '
                   'keep): ' NO ADVANCING
               ACCEPT WS-AmendDate
               IF WS-AmendDate = SPACE
                   MOVE WS-OldTravelDate TO WS-AmendDate
                   MOVE 'Y' TO WS-DateValid
               ELSE
                   MOVE WS-AmendDate TO WS-EditDate
                   PERFORM ValidateTravelDate
                   IF WS-DateValid = 'N'
                       DISPLAY 'Invalid date. Use a real calendar '
                           'date in YYYY-MM-DD form.'
                   END-IF
               END-IF
           END-PERFORM.

       ApplyAmendment.
           MOVE WS-AmendDest TO WS-TariffDest
           PERFORM FindTariff
           PERFORM SumBookingCharges
           MOVE 'N' TO WS-QuotedDropped
           IF WS-QuotedFound = 'Y'
               IF WS-AmendDest = WS-OldDestination
                   MOVE WS-QuotedPrice TO WS-TariffPrice
                   MOVE 'Y' TO TariffFound
                   MOVE WS-QuotedPrice TO WS-PriceEdit
                   DISPLAY 'Quoted price kept: ' WS-PriceEdit
               ELSE
                   MOVE 'Y' TO WS-QuotedDropped
                   DISPLAY 'Quoted price does not carry to a new '
                       'destination.'
               END-IF
           END-IF
           IF WS-QuotedFound = 'N' OR WS-QuotedDropped = 'Y'
               IF TariffFound = 'Y'
                   MOVE WS-TariffPrice TO WS-PriceEdit
                   DISPLAY 'Package price: ' WS-PriceEdit
               ELSE
                   DISPLAY 'No tariff on file for this destination.'
               END-IF
           END-IF
           MOVE 'Y' TO WS-OversellOK
           IF WS-OldStatus = 'Confirmed'
               MOVE WS-AmendDest TO WS-CapDest
               MOVE WS-AmendDate TO WS-CapDate
               MOVE WS-PayBookingID TO WS-PaxSearchID
               PERFORM CountBookingPassengers
               MOVE WS-PaxCount TO WS-SeatsNeeded
               PERFORM CheckOversell
           END-IF
           IF WS-OversellOK = 'N'
               DISPLAY 'Booking not amended.'
           ELSE
               PERFORM EnterChangeFee
               PERFORM RewriteAmendedBooking
               IF WS-QuotedDropped = 'Y'
                   PERFORM DropQuotedPrice
               END-IF
               IF WS-ChangeFee > ZERO
                   PERFORM WriteChangeFeeCharge
               END-IF
               PERFORM RebuildAmendedSchedule
               IF WS-OldStatus = 'Confirmed'
                   MOVE WS-OldDestination TO WS-CapDest
                   MOVE WS-OldTravelDate TO WS-CapDate
                   PERFORM PromoteFromWaitlist
               END-IF
           END-IF.

       EnterChangeFee.
           MOVE WS-StdChangeFee TO WS-ChangeFee
           MOVE WS-StdChangeFee TO WS-AmountEdit
           DISPLAY 'Standard change fee: ' WS-AmountEdit
           DISPLAY 'Charge the standard fee? (Y/N): ' NO ADVANCING
           ACCEPT WS-FeeAnswer
           IF WS-FeeAnswer NOT = 'Y' AND WS-FeeAnswer NOT = 'y'
               DISPLAY 'Enter change fee (0 to waive): ' NO ADVANCING
               ACCEPT WS-ChangeFee
           END-IF.

       RewriteAmendedBooking.
           OPEN I-O BookingFile
           MOVE WS-PayBookingID TO BookingID
           READ BookingFile
               INVALID KEY
                   DISPLAY 'Booking ID not found.'
               NOT INVALID KEY
                   MOVE WS-AmendDest TO FDestination
                   MOVE WS-AmendDate TO TravelDate
                   REWRITE BookingRecord
                   MOVE BookingID TO WS-AuditBookingID
                   MOVE 'AMEND' TO WS-AuditAction
                   MOVE WS-OldTravelDate TO WS-AuditOldValue
                   MOVE WS-AmendDate TO WS-AuditNewValue
                   MOVE WS-OldDestination TO WS-AuditOldDetail
                   MOVE WS-AmendDest TO WS-AuditNewDetail
                   PERFORM WriteAuditEntry
                   DISPLAY 'Booking amended successfully.'
           END-READ
           CLOSE BookingFile.

       WriteChangeFeeCharge.
           ACCEPT WS-TodayNum FROM DATE YYYYMMDD
           MOVE SPACE TO WS-TodayDash
           STRING WS-TodayNum(1:4) '-'
               WS-TodayNum(5:2) '-'
               WS-TodayNum(7:2)
               DELIMITED BY SIZE INTO WS-TodayDash

           MOVE WS-PayBookingID TO ChgBookingID
           MOVE 'F' TO ChgType
           MOVE WS-ChangeFee TO ChgAmount
           MOVE WS-TodayDash TO ChgDate

           OPEN INPUT BookingChargeFile
           IF FileStatus = '35'
               CLOSE BookingChargeFile
               OPEN OUTPUT BookingChargeFile
               CLOSE BookingChargeFile
           ELSE
               CLOSE BookingChargeFile
           END-IF

           OPEN EXTEND BookingChargeFile
           WRITE ChargeRecord
           CLOSE BookingChargeFile

           MOVE WS-ChangeFee TO WS-AmountEdit
           DISPLAY 'Change fee charged: ' WS-AmountEdit.

       RebuildAmendedSchedule.
           MOVE WS-PayBookingID TO WS-SchedBookingID
           PERFORM LoadScheduleTable
           MOVE SPACE TO WS-FirstDueDate
           IF WS-SchedCount > ZERO
               MOVE WS-SchedDue(1) TO WS-FirstDueDate
           END-IF
           IF TariffFound = 'Y'
               MOVE WS-AmendDate TO WS-NewTravelDate
               PERFORM BuildStandardTerms
               IF WS-FirstDueDate NOT = SPACE
                   MOVE WS-FirstDueDate TO WS-SchedDue(1)
               END-IF
               PERFORM SumBookingCharges
               MOVE WS-ChargeTotal TO WS-FeeInstalAmount
               PERFORM AddChangeFeeInstallment
               PERFORM RemoveScheduleRecords
               PERFORM WriteScheduleRecords
               IF WS-QuotedFound = 'Y' AND WS-QuotedDropped = 'N'
                   DISPLAY 'Payment schedule rebuilt against the '
                       'quoted price:'
               ELSE
                   DISPLAY 'Payment schedule rebuilt against the new '
                       'tariff:'
               END-IF
               PERFORM DisplayScheduleTable
           ELSE
               DISPLAY 'No tariff on file - enter a new payment '
                   'schedule manually? (Y/N): ' NO ADVANCING
               ACCEPT WS-SchedAnswer
               IF WS-SchedAnswer = 'Y' OR WS-SchedAnswer = 'y'
                   PERFORM EnterScheduleManually
                   PERFORM SumBookingCharges
                   MOVE WS-ChargeTotal TO WS-FeeInstalAmount
                   PERFORM AddChangeFeeInstallment
                   PERFORM RemoveScheduleRecords
                   PERFORM WriteScheduleRecords
                   DISPLAY 'Payment schedule replaced.'
               ELSE
                   IF WS-ChangeFee > ZERO
                       MOVE WS-ChangeFee TO WS-FeeInstalAmount
                       PERFORM AddChangeFeeInstallment
                       PERFORM RemoveScheduleRecords
                       PERFORM WriteScheduleRecords
                       DISPLAY 'Change fee added to the existing '
                           'payment schedule.'
                   END-IF
               END-IF
           END-IF.

       AddChangeFeeInstallment.
           IF WS-FeeInstalAmount > ZERO AND WS-SchedCount < 12
               ACCEPT WS-TodayNum FROM DATE YYYYMMDD
               ADD 1 TO WS-SchedCount
               MOVE SPACE TO WS-SchedDue(WS-SchedCount)
               STRING WS-TodayNum(1:4) '-'
                   WS-TodayNum(5:2) '-'
                   WS-TodayNum(7:2)
                   DELIMITED BY SIZE INTO WS-SchedDue(WS-SchedCount)
               MOVE WS-FeeInstalAmount
                   TO WS-SchedAmount(WS-SchedCount)
           END-IF.

       SumBookingCharges.
           MOVE ZERO TO WS-ChargeTotal
           MOVE ZERO TO WS-QuotedPrice
           MOVE 'N' TO WS-QuotedFound
           MOVE 'N' TO WS-ChargeEndOfFile
           OPEN INPUT BookingChargeFile
           IF FileStatus = '35'
               CLOSE BookingChargeFile
           ELSE
               PERFORM UNTIL WS-ChargeEndOfFile = 'Y'
                   READ BookingChargeFile
                       AT END
                           MOVE 'Y' TO WS-ChargeEndOfFile
                       NOT AT END
                           IF ChgBookingID = WS-PayBookingID
                               IF ChgType = 'Q'
                                   MOVE 'Y' TO WS-QuotedFound
                                   MOVE ChgAmount TO WS-QuotedPrice
                               ELSE
                                   ADD ChgAmount TO WS-ChargeTotal
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BookingChargeFile
           END-IF.

       DropQuotedPrice.
           MOVE 'N' TO WS-ChargeEndOfFile
           OPEN INPUT BookingChargeFile
           IF FileStatus = '35'
               CLOSE BookingChargeFile
           ELSE
               OPEN OUTPUT ChargeTempFile
               PERFORM UNTIL WS-ChargeEndOfFile = 'Y'
                   READ BookingChargeFile
                       AT END
                           MOVE 'Y' TO WS-ChargeEndOfFile
                       NOT AT END
                           IF ChgBookingID NOT = WS-PayBookingID OR
                                   ChgType NOT = 'Q'
                               WRITE ChargeTempRecord FROM ChargeRecord
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BookingChargeFile
               CLOSE ChargeTempFile

               MOVE 'del bookingcharges.dat' TO WS-COMMAND
               CALL 'SYSTEM' USING WS-COMMAND
               MOVE 'move chargesTEMP.dat bookingcharges.dat'
                   TO WS-COMMAND
               CALL 'SYSTEM' USING WS-COMMAND
               DISPLAY 'Quoted price removed - booking now priced '
                   'from the tariff.'
           END-IF.

       RemoveBookingCharges.
           MOVE 'N' TO WS-ChargeEndOfFile
           OPEN INPUT BookingChargeFile
           IF FileStatus = '35'
               CLOSE BookingChargeFile
           ELSE
               OPEN OUTPUT ChargeTempFile
               PERFORM UNTIL WS-ChargeEndOfFile = 'Y'
                   READ BookingChargeFile
                       AT END
                           MOVE 'Y' TO WS-ChargeEndOfFile
                       NOT AT END
                           IF ChgBookingID NOT = WS-BookingID
                               WRITE ChargeTempRecord FROM ChargeRecord
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BookingChargeFile
               CLOSE ChargeTempFile

               MOVE 'del bookingcharges.dat' TO WS-COMMAND
               CALL 'SYSTEM' USING WS-COMMAND
               MOVE 'move chargesTEMP.dat bookingcharges.dat'
                   TO WS-COMMAND
               CALL 'SYSTEM' USING WS-COMMAND
           END-IF.

       DeleteBooking.
           DISPLAY 'Enter Booking ID to delete: ' NO ADVANCING
           ACCEPT WS-BookingID
                   PERFORM RemoveScheduleRecords
                   MOVE WS-BookingID TO WS-PaxSearchID
                   PERFORM RemovePassengerRecords
                   PERFORM RemoveBookingCharges
                   DISPLAY 'Booking deleted successfully.'
                   IF WS-WaitPromote = 'Y'
                       PERFORM PromoteFromWaitlist
           MOVE WS-AuditAction TO AuditAction
           MOVE WS-AuditOldValue TO AuditOldValue
           MOVE WS-AuditNewValue TO AuditNewValue
           MOVE WS-AuditOldDetail TO AuditOldDetail
           MOVE WS-AuditNewDetail TO AuditNewDetail

           ACCEPT WS-AuditDatePart FROM DATE YYYYMMDD
           ACCEPT WS-AuditTimePart FROM TIME

           OPEN EXTEND BookingAuditFile
           WRITE AuditRecord
           CLOSE BookingAuditFile
           MOVE SPACE TO WS-AuditOldDetail
           MOVE SPACE TO WS-AuditNewDetail.

       CustomerMenu.
           MOVE SPACE TO CustChoice
           PERFORM UNTIL CustChoice = '7'
               DISPLAY 'CUSTOMER MASTER MAINTENANCE'
               DISPLAY '1. ADD CUSTOMER'
               DISPLAY '2. UPDATE CUSTOMER'
               DISPLAY '3. INQUIRE CUSTOMER'
               DISPLAY '4. DELETE CUSTOMER'
               DISPLAY '5. DUPLICATE CUSTOMER REPORT'
               DISPLAY '6. MERGE CUSTOMERS'
               DISPLAY '7. RETURN TO MAIN MENU'
               DISPLAY 'ENTER YOUR CHOICE: ' WITH NO ADVANCING
               ACCEPT CustChoice

                       PERFORM DeleteCustomer
                       DISPLAY SPACE
                   WHEN '5'
                       DISPLAY SPACE
                       PERFORM DuplicateCustomerReport
                       DISPLAY SPACE
                   WHEN '6'
                       DISPLAY SPACE
                       PERFORM MergeCustomers
                       DISPLAY SPACE
                   WHEN '7'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Invalid choice. Please try again.'
               CLOSE CustomerFile
           END-IF.

       DuplicateCustomerReport.
           MOVE ZERO TO WS-DupCustCount
           MOVE ZERO TO WS-DupPairCount
           MOVE 'N' TO CustEndOfFile
           OPEN INPUT CustomerFile
           IF FileStatus = '35'
               CLOSE CustomerFile
               DISPLAY 'No customers on file.'
           ELSE
               PERFORM UNTIL CustEndOfFile = 'Y'
                   READ CustomerFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO CustEndOfFile
                       NOT AT END
                           IF WS-DupCustCount < 500
                               PERFORM LoadDupCustomer
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CustomerFile

               OPEN OUTPUT DupCustReportFile
               MOVE 'DUPLICATE CUSTOMER CANDIDATES' TO DupCustLine
               DISPLAY DupCustLine
               WRITE DupCustLine
               PERFORM VARYING WS-DupIdx FROM 1 BY 1
                       UNTIL WS-DupIdx >= WS-DupCustCount
                   PERFORM CompareDupWithRest
               END-PERFORM
               IF WS-DupPairCount = ZERO
                   MOVE '  (no duplicate candidates found)'
                       TO DupCustLine
                   DISPLAY DupCustLine
                   WRITE DupCustLine
               END-IF
               MOVE SPACE TO DupCustLine
               STRING 'Customers checked: ' WS-DupCustCount
                   '  candidate pairs: ' WS-DupPairCount
                   DELIMITED BY SIZE INTO DupCustLine
               DISPLAY DupCustLine
               WRITE DupCustLine
               CLOSE DupCustReportFile
               DISPLAY 'Report written to customerdups.txt'
           END-IF.

       LoadDupCustomer.
           ADD 1 TO WS-DupCustCount
           MOVE CustomerID TO WS-DupCustID(WS-DupCustCount)
           MOVE CustomerName TO WS-DupCustName(WS-DupCustCount)
           MOVE FUNCTION UPPER-CASE(CustomerName) TO WS-NormIn
           PERFORM NormaliseText
           MOVE WS-NormOut TO WS-DupNormName(WS-DupCustCount)
           MOVE WS-NormLen TO WS-DupNormLen(WS-DupCustCount)
           MOVE CustomerPhone TO WS-NormIn
           PERFORM NormaliseText
           MOVE WS-NormOut TO WS-DupNormPhone(WS-DupCustCount)
           MOVE FUNCTION UPPER-CASE(CustomerEmail)
               TO WS-DupNormEmail(WS-DupCustCount).

       NormaliseText.
           MOVE SPACE TO WS-NormOut
           MOVE ZERO TO WS-NormLen
           PERFORM VARYING WS-NormPos FROM 1 BY 1
                   UNTIL WS-NormPos > 30
               MOVE WS-NormIn(WS-NormPos:1) TO WS-NormChar
               IF (WS-NormChar >= 'A' AND WS-NormChar <= 'Z') OR
                       WS-NormChar IS NUMERIC
                   ADD 1 TO WS-NormLen
                   MOVE WS-NormChar TO WS-NormOut(WS-NormLen:1)
               END-IF
           END-PERFORM.

       CompareDupWithRest.
           COMPUTE WS-DupStart = WS-DupIdx + 1
           PERFORM VARYING WS-DupInner FROM WS-DupStart BY 1
                   UNTIL WS-DupInner > WS-DupCustCount
               PERFORM CompareDupCustomers
           END-PERFORM.

       CompareDupCustomers.
           MOVE SPACE TO WS-DupReasons
           IF WS-DupNormPhone(WS-DupIdx) NOT = SPACE AND
                   WS-DupNormPhone(WS-DupIdx) =
                   WS-DupNormPhone(WS-DupInner)
               MOVE 'PHONE' TO WS-DupReasons(1:6)
           END-IF
           IF WS-DupNormEmail(WS-DupIdx) NOT = SPACE AND
                   WS-DupNormEmail(WS-DupIdx) =
                   WS-DupNormEmail(WS-DupInner)
               MOVE 'EMAIL' TO WS-DupReasons(7:6)
           END-IF
           MOVE WS-DupNormName(WS-DupIdx) TO WS-NameA
           MOVE WS-DupNormLen(WS-DupIdx) TO WS-LenA
           MOVE WS-DupNormName(WS-DupInner) TO WS-NameB
           MOVE WS-DupNormLen(WS-DupInner) TO WS-LenB
           PERFORM CheckNameCloseness
           IF WS-NameClose = 'Y'
               MOVE 'NAME' TO WS-DupReasons(13:5)
           END-IF
           IF WS-DupReasons NOT = SPACE
               ADD 1 TO WS-DupPairCount
               MOVE SPACE TO DupCustLine
               STRING WS-DupCustID(WS-DupIdx)
                   ' ' WS-DupCustName(WS-DupIdx)
                   ' / ' WS-DupCustID(WS-DupInner)
                   ' ' WS-DupCustName(WS-DupInner)
                   DELIMITED BY SIZE INTO DupCustLine
               DISPLAY DupCustLine
               WRITE DupCustLine
               MOVE SPACE TO DupCustLine
               STRING '    matched on: ' WS-DupReasons
                   DELIMITED BY SIZE INTO DupCustLine
               DISPLAY DupCustLine
               WRITE DupCustLine
           END-IF.

       CheckNameCloseness.
           MOVE 'N' TO WS-NameClose
           IF WS-LenA > ZERO AND WS-LenB > ZERO
               IF WS-NameA = WS-NameB
                   MOVE 'Y' TO WS-NameClose
               ELSE
                   IF WS-LenA >= WS-NameMinLen AND
                           WS-LenB >= WS-NameMinLen
                       IF WS-LenA = WS-LenB
                           PERFORM CheckNameSubstitution
                       END-IF
                       IF WS-LenA = WS-LenB + 1
                           PERFORM CheckNameSkip
                       END-IF
                       IF WS-LenB = WS-LenA + 1
                           MOVE WS-NameA TO WS-NormOut
                           MOVE WS-NameB TO WS-NameA
                           MOVE WS-NormOut TO WS-NameB
                           MOVE WS-LenA TO WS-NormLen
                           MOVE WS-LenB TO WS-LenA
                           MOVE WS-NormLen TO WS-LenB
                           PERFORM CheckNameSkip
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CheckNameSubstitution.
           MOVE ZERO TO WS-NameDiffs
           MOVE ZERO TO WS-NameDiff1
           MOVE ZERO TO WS-NameDiff2
           PERFORM VARYING WS-NamePosA FROM 1 BY 1
                   UNTIL WS-NamePosA > WS-LenA
               IF WS-NameA(WS-NamePosA:1) NOT =
                       WS-NameB(WS-NamePosA:1)
                   ADD 1 TO WS-NameDiffs
                   IF WS-NameDiffs = 1
                       MOVE WS-NamePosA TO WS-NameDiff1
                   END-IF
                   IF WS-NameDiffs = 2
                       MOVE WS-NamePosA TO WS-NameDiff2
                   END-IF
               END-IF
           END-PERFORM
           IF WS-NameDiffs = 1
               MOVE 'Y' TO WS-NameClose
           END-IF
           IF WS-NameDiffs = 2 AND WS-NameDiff2 = WS-NameDiff1 + 1
               IF WS-NameA(WS-NameDiff1:1) = WS-NameB(WS-NameDiff2:1)
                       AND WS-NameA(WS-NameDiff2:1) =
                       WS-NameB(WS-NameDiff1:1)
                   MOVE 'Y' TO WS-NameClose
               END-IF
           END-IF.

       CheckNameSkip.
           MOVE ZERO TO WS-NameDiffs
           MOVE 1 TO WS-NamePosA
           MOVE 1 TO WS-NamePosB
           PERFORM UNTIL WS-NamePosB > WS-LenB OR WS-NameDiffs > 1
               IF WS-NameA(WS-NamePosA:1) = WS-NameB(WS-NamePosB:1)
                   ADD 1 TO WS-NamePosA
                   ADD 1 TO WS-NamePosB
               ELSE
                   ADD 1 TO WS-NameDiffs
                   ADD 1 TO WS-NamePosA
               END-IF
           END-PERFORM
           IF WS-NameDiffs <= 1
               MOVE 'Y' TO WS-NameClose
           END-IF.

       MergeCustomers.
           DISPLAY 'Enter surviving Customer ID: ' NO ADVANCING
           ACCEPT WS-MergeKeepID
           DISPLAY 'Enter Customer ID to merge and retire: '
           NO ADVANCING
           ACCEPT WS-MergeLoseID

           IF WS-MergeKeepID = WS-MergeLoseID
               DISPLAY 'The two Customer IDs must be different.'
           ELSE
               MOVE WS-MergeLoseID TO WS-CustomerID
               PERFORM FindCustomer
               IF CustomerFound = 'N'
                   DISPLAY 'Customer ' WS-MergeLoseID ' not found.'
               ELSE
                   MOVE CustomerName TO WS-MergeLoseName
                   MOVE CustomerPhone TO WS-MergeLosePhone
                   MOVE CustomerEmail TO WS-MergeLoseEmail
                   MOVE WS-MergeKeepID TO WS-CustomerID
                   PERFORM FindCustomer
                   IF CustomerFound = 'N'
                       DISPLAY 'Customer ' WS-MergeKeepID
                           ' not found.'
                   ELSE
                       PERFORM ConfirmCustomerMerge
                   END-IF
               END-IF
           END-IF.

       ConfirmCustomerMerge.
           DISPLAY 'Keep   : ' WS-MergeKeepID ' ' CustomerName
           DISPLAY '         ' CustomerPhone ' ' CustomerEmail
           DISPLAY 'Retire : ' WS-MergeLoseID ' ' WS-MergeLoseName
           DISPLAY '         ' WS-MergeLosePhone ' ' WS-MergeLoseEmail
           DISPLAY 'Move all bookings, archive, waitlist entries and '
               'quotes and retire ' WS-MergeLoseID '? (Y/N): '
               NO ADVANCING
           ACCEPT WS-MergeAnswer
           IF WS-MergeAnswer = 'Y' OR WS-MergeAnswer = 'y'
               MOVE ZERO TO WS-MergeBookings
               MOVE ZERO TO WS-MergeArchived
               MOVE ZERO TO WS-MergeWaitlist
               MOVE ZERO TO WS-MergeQuotes
               PERFORM MergeRepointBookings
               PERFORM MergeRepointArchive
               PERFORM MergeRepointWaitlist
               PERFORM MergeRepointQuotes
               PERFORM RetireMergedCustomer
               DISPLAY 'Bookings re-pointed       : ' WS-MergeBookings
               DISPLAY 'Archive records re-pointed: ' WS-MergeArchived
               DISPLAY 'Waitlist entries re-pointed: '
                   WS-MergeWaitlist
               DISPLAY 'Quotes re-pointed         : ' WS-MergeQuotes
               DISPLAY 'Customer ' WS-MergeLoseID ' merged into '
                   WS-MergeKeepID ' and retired.'
           ELSE
               DISPLAY 'Merge canceled.'
           END-IF.

       MergeRepointBookings.
           MOVE 'N' TO CustEndOfFile
           OPEN I-O BookingFile
           IF FileStatus = '35'
               CLOSE BookingFile
           ELSE
               PERFORM UNTIL CustEndOfFile = 'Y'
                   READ BookingFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO CustEndOfFile
                       NOT AT END
                           IF BookCustomerID = WS-MergeLoseID
                               MOVE WS-MergeKeepID TO BookCustomerID
                               REWRITE BookingRecord
                               ADD 1 TO WS-MergeBookings
                               MOVE BookingID TO WS-AuditBookingID
                               PERFORM WriteMergeAudit
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BookingFile
           END-IF.

       MergeRepointArchive.
           MOVE 'N' TO WS-ArchEndOfFile
           OPEN INPUT BookingArchiveFile
           IF FileStatus = '35'
               CLOSE BookingArchiveFile
           ELSE
               OPEN OUTPUT ArchTempFile
               PERFORM UNTIL WS-ArchEndOfFile = 'Y'
                   READ BookingArchiveFile INTO ArchiveRecord
                       AT END
                           MOVE 'Y' TO WS-ArchEndOfFile
                       NOT AT END
                           IF ArchCustomerID = WS-MergeLoseID
                               MOVE WS-MergeKeepID TO ArchCustomerID
                               ADD 1 TO WS-MergeArchived
                               MOVE ArchBookingID TO WS-AuditBookingID
                               PERFORM WriteMergeAudit
                           END-IF
                           WRITE ArchTempRecord FROM ArchiveRecord
                   END-READ
               END-PERFORM
               CLOSE BookingArchiveFile
               CLOSE ArchTempFile

               IF WS-MergeArchived > ZERO
                   MOVE 'del bookingarchive.dat' TO WS-COMMAND
                   CALL 'SYSTEM' USING WS-COMMAND
                   MOVE 'move archiveTEMP.dat bookingarchive.dat'
                       TO WS-COMMAND
                   CALL 'SYSTEM' USING WS-COMMAND
               ELSE
                   MOVE 'del archiveTEMP.dat' TO WS-COMMAND
                   CALL 'SYSTEM' USING WS-COMMAND
               END-IF
           END-IF.

       MergeRepointWaitlist.
           MOVE 'N' TO WS-WaitEndOfFile
           OPEN INPUT WaitlistFile
           IF FileStatus = '35'
               CLOSE WaitlistFile
           ELSE
               OPEN OUTPUT WaitTempFile
               PERFORM UNTIL WS-WaitEndOfFile = 'Y'
                   READ WaitlistFile INTO WaitlistRecord
                       AT END
                           MOVE 'Y' TO WS-WaitEndOfFile
                       NOT AT END
                           IF WaitCustomerID = WS-MergeLoseID
                               MOVE WS-MergeKeepID TO WaitCustomerID
                               ADD 1 TO WS-MergeWaitlist
                           END-IF
                           WRITE WaitTempRecord FROM WaitlistRecord
                   END-READ
               END-PERFORM
               CLOSE WaitlistFile
               CLOSE WaitTempFile

               IF WS-MergeWaitlist > ZERO
                   MOVE 'del waitlist.dat' TO WS-COMMAND
                   CALL 'SYSTEM' USING WS-COMMAND
                   MOVE 'move waitlistTEMP.dat waitlist.dat'
                       TO WS-COMMAND
                   CALL 'SYSTEM' USING WS-COMMAND
               ELSE
                   MOVE 'del waitlistTEMP.dat' TO WS-COMMAND
                   CALL 'SYSTEM' USING WS-COMMAND
               END-IF
           END-IF.

       MergeRepointQuotes.
           MOVE 'N' TO QuoteEndOfFile
           OPEN I-O QuoteFile
           IF FileStatus = '35'
               CLOSE QuoteFile
           ELSE
               PERFORM UNTIL QuoteEndOfFile = 'Y'
                   READ QuoteFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO QuoteEndOfFile
                       NOT AT END
                           IF QuoteCustomerID = WS-MergeLoseID
                               MOVE WS-MergeKeepID TO QuoteCustomerID
                               REWRITE QuoteRecord
                               ADD 1 TO WS-MergeQuotes
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QuoteFile
           END-IF.

       WriteMergeAudit.
           MOVE 'MERGE' TO WS-AuditAction
           MOVE WS-MergeLoseID TO WS-AuditOldValue
           MOVE WS-MergeKeepID TO WS-AuditNewValue
           MOVE WS-MergeLoseName TO WS-AuditOldDetail
           MOVE CustomerName TO WS-AuditNewDetail
           PERFORM WriteAuditEntry.

       RetireMergedCustomer.
           OPEN I-O CustomerFile
           MOVE WS-MergeLoseID TO CustomerID
           READ CustomerFile
               INVALID KEY
                   DISPLAY 'Customer ' WS-MergeLoseID ' not found.'
               NOT INVALID KEY
                   DELETE CustomerFile RECORD
           END-READ
           CLOSE CustomerFile

           ACCEPT WS-AuditDatePart FROM DATE YYYYMMDD
           ACCEPT WS-AuditTimePart FROM TIME
           MOVE WS-MergeLoseID TO MergeLoseID
           MOVE WS-MergeKeepID TO MergeKeepID
           MOVE WS-MergeLoseName TO MergeLoseName
           MOVE WS-MergeLosePhone TO MergeLosePhone
           MOVE WS-MergeLoseEmail TO MergeLoseEmail
           MOVE SPACE TO MergeStamp
           STRING WS-AuditDatePart WS-AuditTimePart(1:6)
               DELIMITED BY SIZE INTO MergeStamp
           MOVE WS-MergeBookings TO MergeBookings
           MOVE WS-MergeArchived TO MergeArchived
           MOVE WS-MergeWaitlist TO MergeWaitlist
           MOVE WS-MergeQuotes TO MergeQuotes

           OPEN INPUT CustMergeLogFile
           IF FileStatus = '35'
               CLOSE CustMergeLogFile
               OPEN OUTPUT CustMergeLogFile
               CLOSE CustMergeLogFile
           ELSE
               CLOSE CustMergeLogFile
           END-IF

           OPEN EXTEND CustMergeLogFile
           WRITE CustMergeRecord
           CLOSE CustMergeLogFile.

       CustomerBookingInquiry.
           DISPLAY 'Enter Customer ID: ' NO ADVANCING
           ACCEPT WS-CustomerID

       TariffMenu.
           MOVE SPACE TO TariffChoice
           PERFORM UNTIL TariffChoice = '5'
               DISPLAY 'DESTINATION TARIFF MAINTENANCE'
               DISPLAY '1. ADD/UPDATE RATE'
               DISPLAY '2. LIST RATES'
               DISPLAY '3. ADD/UPDATE GL ACCOUNTS'
               DISPLAY '4. LIST GL ACCOUNTS'
               DISPLAY '5. RETURN TO MAIN MENU'
               DISPLAY 'ENTER YOUR CHOICE: ' WITH NO ADVANCING
               ACCEPT TariffChoice

               EVALUATE TariffChoice
                   WHEN '1'
                       DISPLAY SPACE
                       PERFORM AddUpdateTariff
                       DISPLAY SPACE
                   WHEN '2'
                       DISPLAY SPACE
                       PERFORM ListTariffs
                       DISPLAY SPACE
                   WHEN '3'
                       DISPLAY SPACE
                       PERFORM AddUpdateGLAccounts
                       DISPLAY SPACE
                   WHEN '4'
                       DISPLAY SPACE
                       PERFORM ListGLAccounts
                       DISPLAY SPACE
                   WHEN '5'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Invalid choice. Please try again.'
               END-EVALUATE
           END-PERFORM.

       AddUpdateTariff.
           DISPLAY 'Enter Destination: ' NO ADVANCING
           ACCEPT WS-TariffDest
           DISPLAY 'Enter Package Price: ' NO ADVANCING
           ACCEPT WS-TariffPrice

           OPEN INPUT TariffFile
           IF FileStatus = '35'
               CLOSE TariffFile
               OPEN OUTPUT TariffFile
               CLOSE TariffFile
           ELSE
               CLOSE TariffFile
           END-IF

           OPEN I-O TariffFile
           MOVE WS-TariffDest TO TariffDestination
           READ TariffFile
               INVALID KEY
                   MOVE WS-TariffDest TO TariffDestination
                   MOVE WS-TariffPrice TO TariffPrice
                   WRITE TariffRecord
                   DISPLAY 'Rate added for ' WS-TariffDest
               NOT INVALID KEY
                   MOVE WS-TariffPrice TO TariffPrice
                   REWRITE TariffRecord
                   DISPLAY 'Rate updated for ' WS-TariffDest
           END-READ
           CLOSE TariffFile.

       ListTariffs.
           MOVE 'N' TO TariffEndOfFile
           OPEN INPUT TariffFile
           IF FileStatus = '35'
               CLOSE TariffFile
               DISPLAY 'No tariffs on file.'
           ELSE
               DISPLAY 'DESTINATION               | PACKAGE PRICE'
               PERFORM UNTIL TariffEndOfFile = 'Y'
                   READ TariffFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO TariffEndOfFile
                       NOT AT END
                           MOVE TariffPrice TO WS-PriceEdit
                           DISPLAY TariffDestination SPACE WS-PriceEdit
                   END-READ
               END-PERFORM
               CLOSE TariffFile
           END-IF.

       AddUpdateGLAccounts.
           DISPLAY 'Enter Destination: ' NO ADVANCING
           ACCEPT WS-GLDest
           DISPLAY 'Enter Deferred Revenue Account: ' NO ADVANCING
           ACCEPT WS-GLDeferred
           DISPLAY 'Enter Earned Revenue Account: ' NO ADVANCING
           ACCEPT WS-GLEarned

           OPEN INPUT GLAccountFile
           IF FileStatus = '35'
               CLOSE GLAccountFile
               OPEN OUTPUT GLAccountFile
               CLOSE GLAccountFile
           ELSE
               CLOSE GLAccountFile
           END-IF

           OPEN I-O GLAccountFile
           MOVE WS-GLDest TO GLDestination
           READ GLAccountFile
               INVALID KEY
                   MOVE WS-GLDest TO GLDestination
                   MOVE WS-GLDeferred TO GLDeferredAcct
                   MOVE WS-GLEarned TO GLEarnedAcct
                   WRITE GLAccountRecord
                   DISPLAY 'GL accounts added for ' WS-GLDest
               NOT INVALID KEY
                   MOVE WS-GLDeferred TO GLDeferredAcct
                   MOVE WS-GLEarned TO GLEarnedAcct
                   REWRITE GLAccountRecord
                   DISPLAY 'GL accounts updated for ' WS-GLDest
           END-READ
           CLOSE GLAccountFile.

       ListGLAccounts.
           MOVE 'N' TO GLEndOfFile
           OPEN INPUT GLAccountFile
           IF FileStatus = '35'
               CLOSE GLAccountFile
               DISPLAY 'No GL accounts on file.'
           ELSE
               DISPLAY 'DESTINATION               | DEFERRED   | EARNED'
               PERFORM UNTIL GLEndOfFile = 'Y'
                   READ GLAccountFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO GLEndOfFile
                       NOT AT END
                           DISPLAY GLDestination SPACE
                               GLDeferredAcct SPACE GLEarnedAcct
                   END-READ
               END-PERFORM
               CLOSE GLAccountFile
           END-IF.

       SupplierCostMenu.
           MOVE SPACE TO SupChoice
           PERFORM UNTIL SupChoice = '3'
               DISPLAY 'SUPPLIER COST MAINTENANCE'
               DISPLAY '1. ADD/UPDATE SUPPLIER COST'
               DISPLAY '2. LIST SUPPLIER COSTS'
               DISPLAY '3. RETURN TO MAIN MENU'
               DISPLAY 'ENTER YOUR CHOICE: ' WITH NO ADVANCING
               ACCEPT SupChoice

               EVALUATE SupChoice
                   WHEN '1'
                       DISPLAY SPACE
                       PERFORM AddUpdateSupplierCost
                       DISPLAY SPACE
                   WHEN '2'
                       DISPLAY SPACE
                       PERFORM ListSupplierCosts
                       DISPLAY SPACE
                   WHEN '3'
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

       AddUpdateSupplierCost.
           DISPLAY 'Enter Destination: ' NO ADVANCING
           ACCEPT WS-SupDest
           DISPLAY 'Enter Supplier Name: ' NO ADVANCING
           ACCEPT WS-SupName
           DISPLAY 'Enter Cost per Passenger: ' NO ADVANCING
           ACCEPT WS-SupCost

           OPEN INPUT SupplierCostFile
           IF FileStatus = '35'
               CLOSE SupplierCostFile
               OPEN OUTPUT SupplierCostFile
               CLOSE SupplierCostFile
           ELSE
               CLOSE SupplierCostFile
           END-IF

           OPEN I-O SupplierCostFile
           MOVE WS-SupDest TO SupDestination
           READ SupplierCostFile
               INVALID KEY
                   MOVE WS-SupDest TO SupDestination
                   MOVE WS-SupCost TO SupCostPerPax
                   MOVE WS-SupName TO SupName
                   WRITE SupplierCostRecord
                   DISPLAY 'Supplier cost added for ' WS-SupDest
               NOT INVALID KEY
                   MOVE WS-SupCost TO SupCostPerPax
                   MOVE WS-SupName TO SupName
                   REWRITE SupplierCostRecord
                   DISPLAY 'Supplier cost updated for ' WS-SupDest
           END-READ
           CLOSE SupplierCostFile.

       ListSupplierCosts.
           MOVE 'N' TO SupEndOfFile
           OPEN INPUT SupplierCostFile
           IF FileStatus = '35'
               CLOSE SupplierCostFile
               DISPLAY 'No supplier costs on file.'
           ELSE
               DISPLAY 'DESTINATION               | COST/PAX   '
                   '| SUPPLIER'
               PERFORM UNTIL SupEndOfFile = 'Y'
                   READ SupplierCostFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO SupEndOfFile
                       NOT AT END
                           MOVE SupCostPerPax TO WS-PriceEdit
                           DISPLAY SupDestination SPACE WS-PriceEdit
                               SPACE SupName
                   END-READ
               END-PERFORM
               CLOSE SupplierCostFile
           END-IF.

       FindSupplierCost.
           MOVE 'N' TO SupplierFound
           MOVE ZERO TO WS-SupCost
           OPEN INPUT SupplierCostFile
           IF FileStatus = '35'
               CLOSE SupplierCostFile
           ELSE
               MOVE WS-SupDest TO SupDestination
               READ SupplierCostFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO SupplierFound
                       MOVE SupCostPerPax TO WS-SupCost
                       MOVE SupName TO WS-SupName
               END-READ
               CLOSE SupplierCostFile
           END-IF.

       ProfitabilityReport.
           DISPLAY 'Enter minimum margin % (e.g. 15): ' NO ADVANCING
           ACCEPT WS-MarginThreshold
           MOVE ZERO TO WS-ProfitCount
           MOVE ZERO TO WS-ProfBelowCount
           MOVE ZERO TO WS-ProfTotRevenue
           MOVE ZERO TO WS-ProfTotCost
           MOVE 'N' TO EndOfFile

           OPEN INPUT BookingFile
           IF FileStatus = '35'
               CLOSE BookingFile
               DISPLAY 'No bookings on file.'
           ELSE
               PERFORM UNTIL EndOfFile = 'Y'
                   READ BookingFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO EndOfFile
                       NOT AT END
                           IF FStatus = 'Confirmed'
                               PERFORM TallyProfitRecord
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BookingFile

               IF WS-ProfitCount = ZERO
                   DISPLAY 'No confirmed bookings to report.'
               ELSE
                   PERFORM SortProfitTable
                   PERFORM WriteProfitReport
               END-IF
           END-IF.

       TallyProfitRecord.
           MOVE BookingID TO WS-PaxSearchID
           PERFORM CountBookingPassengers
           MOVE BookingID TO WS-PayBookingID
           PERFORM SumPaymentsQuiet
           MOVE FDestination TO WS-SupDest
           PERFORM FindSupplierCost

           MOVE 'N' TO WS-ProfFound
           PERFORM VARYING WS-ProfIdx FROM 1 BY 1
                   UNTIL WS-ProfIdx > WS-ProfitCount
                   OR WS-ProfFound = 'Y'
               IF WS-ProfDest(WS-ProfIdx) = FDestination AND
                       WS-ProfMonth(WS-ProfIdx) = TravelDate(1:7)
                   MOVE 'Y' TO WS-ProfFound
                   PERFORM AddProfitAmounts
               END-IF
           END-PERFORM
           IF WS-ProfFound = 'N' AND WS-ProfitCount < 200
               ADD 1 TO WS-ProfitCount
               MOVE WS-ProfitCount TO WS-ProfIdx
               MOVE FDestination TO WS-ProfDest(WS-ProfIdx)
               MOVE TravelDate(1:7) TO WS-ProfMonth(WS-ProfIdx)
               MOVE ZERO TO WS-ProfBookings(WS-ProfIdx)
               MOVE ZERO TO WS-ProfPax(WS-ProfIdx)
               MOVE ZERO TO WS-ProfRevenue(WS-ProfIdx)
               MOVE ZERO TO WS-ProfCost(WS-ProfIdx)
               MOVE 'N' TO WS-ProfNoCost(WS-ProfIdx)
               PERFORM AddProfitAmounts
           END-IF.

       AddProfitAmounts.
           ADD 1 TO WS-ProfBookings(WS-ProfIdx)
           ADD WS-PaxCount TO WS-ProfPax(WS-ProfIdx)
           ADD WS-TotalPaid TO WS-ProfRevenue(WS-ProfIdx)
           IF SupplierFound = 'Y'
               COMPUTE WS-ProfCost(WS-ProfIdx) =
                   WS-ProfCost(WS-ProfIdx) + WS-SupCost * WS-PaxCount
           ELSE
               MOVE 'Y' TO WS-ProfNoCost(WS-ProfIdx)
           END-IF.

       SortProfitTable.
           PERFORM VARYING WS-ProfIdx FROM 1 BY 1
                   UNTIL WS-ProfIdx >= WS-ProfitCount
               PERFORM VARYING WS-ProfInner FROM 1 BY 1
                       UNTIL WS-ProfInner > WS-ProfitCount - WS-ProfIdx
                   IF WS-ProfDest(WS-ProfInner) >
                           WS-ProfDest(WS-ProfInner + 1) OR
                           (WS-ProfDest(WS-ProfInner) =
                           WS-ProfDest(WS-ProfInner + 1) AND
                           WS-ProfMonth(WS-ProfInner) >
                           WS-ProfMonth(WS-ProfInner + 1))
                       MOVE WS-ProfitEntry(WS-ProfInner)
                           TO WS-ProfSwap
                       MOVE WS-ProfitEntry(WS-ProfInner + 1)
                           TO WS-ProfitEntry(WS-ProfInner)
                       MOVE WS-ProfSwap
                           TO WS-ProfitEntry(WS-ProfInner + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WriteProfitReport.
           OPEN OUTPUT ProfitReportFile
           MOVE WS-MarginThreshold TO WS-ProfThreshEdit
           MOVE SPACE TO ProfitLine
           STRING 'DESTINATION PROFITABILITY - CONFIRMED BOOKINGS '
               '(minimum margin ' WS-ProfThreshEdit '%)'
               DELIMITED BY SIZE INTO ProfitLine
           DISPLAY ProfitLine
           WRITE ProfitLine
           MOVE SPACE TO ProfitLine
           STRING 'DESTINATION               MONTH    BKGS   PAX '
               '      REVENUE  SUPPLIER COST         MARGIN  MARGIN%'
               DELIMITED BY SIZE INTO ProfitLine
           DISPLAY ProfitLine
           WRITE ProfitLine

           MOVE ZERO TO WS-ProfDestRevenue
           MOVE ZERO TO WS-ProfDestCost
           MOVE ZERO TO WS-ProfDestPax
           MOVE 'N' TO WS-ProfDestNoCost
           PERFORM VARYING WS-ProfIdx FROM 1 BY 1
                   UNTIL WS-ProfIdx > WS-ProfitCount
               PERFORM WriteProfitMonthLine
               ADD WS-ProfRevenue(WS-ProfIdx) TO WS-ProfDestRevenue
               ADD WS-ProfCost(WS-ProfIdx) TO WS-ProfDestCost
               ADD WS-ProfPax(WS-ProfIdx) TO WS-ProfDestPax
               IF WS-ProfNoCost(WS-ProfIdx) = 'Y'
                   MOVE 'Y' TO WS-ProfDestNoCost
               END-IF
               IF WS-ProfIdx = WS-ProfitCount
                   PERFORM WriteProfitDestTotal
               ELSE
                   IF WS-ProfDest(WS-ProfIdx + 1) NOT =
                           WS-ProfDest(WS-ProfIdx)
                       PERFORM WriteProfitDestTotal
                   END-IF
               END-IF
           END-PERFORM

           MOVE WS-ProfTotRevenue TO WS-ProfRevenueWork
           MOVE WS-ProfTotCost TO WS-ProfCostWork
           PERFORM ComputeProfitMargin
           MOVE SPACE TO ProfitLine
           STRING 'ALL DESTINATIONS                        '
               '      ' WS-ProfRevEdit
               '  ' WS-ProfCostEdit
               '  ' WS-ProfMarginEdit
               ' ' WS-ProfPctEdit
               DELIMITED BY SIZE INTO ProfitLine
           DISPLAY ProfitLine
           WRITE ProfitLine
           MOVE SPACE TO ProfitLine
           STRING 'Destinations below minimum margin: '
               WS-ProfBelowCount
               DELIMITED BY SIZE INTO ProfitLine
           DISPLAY ProfitLine
           WRITE ProfitLine
           CLOSE ProfitReportFile
           DISPLAY 'Report written to profitability.txt'.

       WriteProfitMonthLine.
           MOVE WS-ProfRevenue(WS-ProfIdx) TO WS-ProfRevenueWork
           MOVE WS-ProfCost(WS-ProfIdx) TO WS-ProfCostWork
           PERFORM ComputeProfitMargin
           MOVE SPACE TO ProfitLine
           STRING WS-ProfDest(WS-ProfIdx)
               ' ' WS-ProfMonth(WS-ProfIdx)
               ' ' WS-ProfBookings(WS-ProfIdx)
               ' ' WS-ProfPax(WS-ProfIdx)
               ' ' WS-ProfRevEdit
               '  ' WS-ProfCostEdit
               '  ' WS-ProfMarginEdit
               ' ' WS-ProfPctEdit
               DELIMITED BY SIZE INTO ProfitLine
           IF WS-ProfNoCost(WS-ProfIdx) = 'Y'
               MOVE 'NO COST' TO ProfitLine(100:7)
           END-IF
           DISPLAY ProfitLine
           WRITE ProfitLine.

       WriteProfitDestTotal.
           MOVE WS-ProfDestRevenue TO WS-ProfRevenueWork
           MOVE WS-ProfDestCost TO WS-ProfCostWork
           PERFORM ComputeProfitMargin
           MOVE SPACE TO WS-ProfFlag
           IF WS-ProfDestNoCost = 'Y'
               MOVE '*** NO SUPPLIER COST' TO WS-ProfFlag
           ELSE
               IF WS-ProfMarginPct < WS-MarginThreshold
                   MOVE '*** BELOW MINIMUM' TO WS-ProfFlag
                   ADD 1 TO WS-ProfBelowCount
               END-IF
           END-IF
           MOVE SPACE TO ProfitLine
           STRING '  TOTAL ' WS-ProfDest(WS-ProfIdx)
               '       ' WS-ProfDestPax
               ' ' WS-ProfRevEdit
               '  ' WS-ProfCostEdit
               '  ' WS-ProfMarginEdit
               ' ' WS-ProfPctEdit
               ' ' WS-ProfFlag
               DELIMITED BY SIZE INTO ProfitLine
           DISPLAY ProfitLine
           WRITE ProfitLine
           MOVE SPACE TO ProfitLine
           WRITE ProfitLine

           ADD WS-ProfDestRevenue TO WS-ProfTotRevenue
           ADD WS-ProfDestCost TO WS-ProfTotCost
           MOVE ZERO TO WS-ProfDestRevenue
           MOVE ZERO TO WS-ProfDestCost
           MOVE ZERO TO WS-ProfDestPax
           MOVE 'N' TO WS-ProfDestNoCost.

       ComputeProfitMargin.
           COMPUTE WS-ProfMargin = WS-ProfRevenueWork - WS-ProfCostWork
           IF WS-ProfRevenueWork > ZERO
               COMPUTE WS-ProfMarginPct ROUNDED =
                   WS-ProfMargin * 100 / WS-ProfRevenueWork
           ELSE
               MOVE ZERO TO WS-ProfMarginPct
           END-IF
           MOVE WS-ProfRevenueWork TO WS-ProfRevEdit
           MOVE WS-ProfCostWork TO WS-ProfCostEdit
           MOVE WS-ProfMargin TO WS-ProfMarginEdit
           MOVE WS-ProfMarginPct TO WS-ProfPctEdit.

       FindTariff.
           MOVE 'N' TO TariffFound
           MOVE ZERO TO WS-TariffPrice
           PERFORM FindTariff
           MOVE WS-TariffPrice TO WS-BookingPrice
           MOVE BookingID TO WS-PayBookingID
           PERFORM SumBookingCharges
           IF WS-QuotedFound = 'Y'
               MOVE WS-QuotedPrice TO WS-BookingPrice
               MOVE 'Y' TO TariffFound
           END-IF
           ADD WS-ChargeTotal TO WS-BookingPrice
           PERFORM SumPaymentsQuiet
           COMPUTE WS-Balance = WS-BookingPrice - WS-TotalPaid
           PERFORM ComputeAgingLabel
           END-IF.

       AuditFilterByAction.
           DISPLAY 'Enter Action (ADD/UPDATE/DELETE/AMEND/MERGE): '
           NO ADVANCING
           ACCEPT WS-AuditFilter

           MOVE ZERO TO WS-AuditMatchCount
               ' ' AuditAction
               ' ' AuditBookingID
               ' old ' AuditOldValue
               ' new ' AuditNewValue
           IF AuditOldDetail NOT = SPACE OR AuditNewDetail NOT = SPACE
               DISPLAY '      from ' AuditOldDetail
                   ' to ' AuditNewDetail
           END-IF.

       DailyAuditActivity.
           MOVE 'N' TO WS-DateValid
               ' new ' AuditNewValue
               DELIMITED BY SIZE INTO AuditReportLine
           DISPLAY AuditReportLine
           WRITE AuditReportLine
           IF AuditOldDetail NOT = SPACE OR AuditNewDetail NOT = SPACE
               MOVE SPACE TO AuditReportLine
               STRING '      from ' AuditOldDetail
                   ' to ' AuditNewDetail
                   DELIMITED BY SIZE INTO AuditReportLine
               DISPLAY AuditReportLine
               WRITE AuditReportLine
           END-IF.

       WriteAuditActivityTotals.
           MOVE SPACE TO AuditReportLine
           PERFORM FindTariff
           MOVE WS-TariffPrice TO WS-BookingPrice
           MOVE BookingID TO WS-PayBookingID
           PERFORM SumBookingCharges
           IF WS-QuotedFound = 'Y'
               MOVE WS-QuotedPrice TO WS-BookingPrice
               MOVE 'Y' TO TariffFound
           END-IF
           ADD WS-ChargeTotal TO WS-BookingPrice
           PERFORM WriteStatementPayments

           COMPUTE WS-Balance = WS-BookingPrice - WS-TotalPaid
               END-PERFORM
               CLOSE PassengerFile
           END-IF.

       QuoteMenu.
           MOVE SPACE TO QuoteChoice
           PERFORM UNTIL QuoteChoice = '5'
               DISPLAY 'QUOTATIONS'
               DISPLAY '1. NEW QUOTE'
               DISPLAY '2. PRINT QUOTE'
               DISPLAY '3. CONVERT QUOTE TO BOOKING'
               DISPLAY '4. LIST QUOTES'
               DISPLAY '5. RETURN TO MAIN MENU'
               DISPLAY 'ENTER YOUR CHOICE: ' WITH NO ADVANCING
               ACCEPT QuoteChoice

               EVALUATE QuoteChoice
                   WHEN '1'
                       DISPLAY SPACE
                       PERFORM NewQuote
                       DISPLAY SPACE
                   WHEN '2'
                       DISPLAY SPACE
                       PERFORM PrintQuote
                       DISPLAY SPACE
                   WHEN '3'
                       DISPLAY SPACE
                       PERFORM ConvertQuote
                       DISPLAY SPACE
                   WHEN '4'
                       DISPLAY SPACE
                       PERFORM ListQuotes
                       DISPLAY SPACE
                   WHEN '5'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Invalid choice. Please try again.'
               END-EVALUATE
           END-PERFORM.

       NewQuote.
           DISPLAY 'Enter Quote Number (10 characters): ' NO ADVANCING
           ACCEPT WS-QuoteNo
           PERFORM FindQuote
           IF QuoteFound = 'Y'
               DISPLAY 'Quote number already exists.'
           ELSE
               DISPLAY 'Enter Customer ID: ' NO ADVANCING
               ACCEPT WS-NewCustomerID
               MOVE WS-NewCustomerID TO WS-CustomerID
               PERFORM FindCustomer
               IF CustomerFound = 'N'
                   DISPLAY 'Customer ID not on customer master. '
                       'Add the customer first.'
               ELSE
                   PERFORM EnterQuoteDetails
                   PERFORM WriteQuoteRecord
                   PERFORM FindQuote
                   PERFORM WriteQuoteDocument
               END-IF
           END-IF.

       EnterQuoteDetails.
           DISPLAY 'Enter Destination (30 characters): '
           NO ADVANCING
           ACCEPT WS-NewDestination
           MOVE WS-NewDestination TO WS-TariffDest
           PERFORM FindTariff
           MOVE 'N' TO WS-DateValid
           PERFORM UNTIL WS-DateValid = 'Y'
               DISPLAY 'Enter Travel Date (YYYY-MM-DD): '
               NO ADVANCING
               ACCEPT WS-NewTravelDate
               MOVE WS-NewTravelDate TO WS-EditDate
               PERFORM ValidateTravelDate
               IF WS-DateValid = 'N'
                   DISPLAY 'Invalid date. Use a real calendar '
                       'date in YYYY-MM-DD form.'
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-NewPaxCount
           PERFORM UNTIL WS-NewPaxCount >= 1 AND
                   WS-NewPaxCount <= 9
               DISPLAY 'Enter number of passengers (1-9): '
               NO ADVANCING
               ACCEPT WS-NewPaxCount
               IF WS-NewPaxCount < 1 OR WS-NewPaxCount > 9
                   DISPLAY 'Passengers must be between 1 and 9.'
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-QuoteTotal
           IF TariffFound = 'Y'
               MOVE WS-TariffPrice TO WS-PriceEdit
               DISPLAY 'Package price: ' WS-PriceEdit
               DISPLAY 'Quote the package price? (Y/N): '
                   NO ADVANCING
               ACCEPT WS-QuoteAnswer
               IF WS-QuoteAnswer = 'Y' OR WS-QuoteAnswer = 'y'
                   MOVE WS-TariffPrice TO WS-QuoteTotal
               END-IF
           ELSE
               DISPLAY 'No tariff on file for this destination.'
           END-IF
           PERFORM UNTIL WS-QuoteTotal > ZERO
               DISPLAY 'Enter quoted total: ' NO ADVANCING
               ACCEPT WS-QuoteTotal
               IF WS-QuoteTotal = ZERO
                   DISPLAY 'Quoted total must be greater than zero.'
               END-IF
           END-PERFORM

           ACCEPT WS-TodayNum FROM DATE YYYYMMDD
           MOVE SPACE TO WS-TodayDash
           STRING WS-TodayNum(1:4) '-'
               WS-TodayNum(5:2) '-'
               WS-TodayNum(7:2)
               DELIMITED BY SIZE INTO WS-TodayDash
           COMPUTE WS-QuoteExpiryInt =
               FUNCTION INTEGER-OF-DATE(WS-TodayNum) +
               WS-QuoteValidDays
           COMPUTE WS-QuoteExpiryNum =
               FUNCTION DATE-OF-INTEGER(WS-QuoteExpiryInt)
           MOVE SPACE TO WS-QuoteExpiry
           STRING WS-QuoteExpiryNum(1:4) '-'
               WS-QuoteExpiryNum(5:2) '-'
               WS-QuoteExpiryNum(7:2)
               DELIMITED BY SIZE INTO WS-QuoteExpiry
           IF WS-NewTravelDate < WS-QuoteExpiry
               MOVE WS-NewTravelDate TO WS-QuoteExpiry
           END-IF.

       WriteQuoteRecord.
           OPEN INPUT QuoteFile
           IF FileStatus = '35'
               CLOSE QuoteFile
               OPEN OUTPUT QuoteFile
               CLOSE QuoteFile
           ELSE
               CLOSE QuoteFile
           END-IF

           MOVE WS-QuoteNo TO QuoteNo
           MOVE WS-NewCustomerID TO QuoteCustomerID
           MOVE WS-NewDestination TO QuoteDestination
           MOVE WS-NewTravelDate TO QuoteTravelDate
           MOVE WS-NewPaxCount TO QuotePaxCount
           MOVE WS-QuoteTotal TO QuoteTotal
           MOVE WS-TodayDash TO QuoteIssued
           MOVE WS-QuoteExpiry TO QuoteExpiry
           MOVE 'Open' TO QuoteStatus
           MOVE SPACE TO QuoteBookingID
           MOVE SPACE TO QuoteClosedDate

           OPEN I-O QuoteFile
           WRITE QuoteRecord
               INVALID KEY
                   DISPLAY 'Quote number already on file.'
               NOT INVALID KEY
                   DISPLAY 'Quote added - valid until '
                       WS-QuoteExpiry
           END-WRITE
           CLOSE QuoteFile.

       FindQuote.
           MOVE 'N' TO QuoteFound
           OPEN INPUT QuoteFile
           IF FileStatus = '35'
               CLOSE QuoteFile
           ELSE
               MOVE WS-QuoteNo TO QuoteNo
               READ QuoteFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO QuoteFound
               END-READ
               CLOSE QuoteFile
           END-IF.

       PrintQuote.
           DISPLAY 'Enter Quote Number to print: ' NO ADVANCING
           ACCEPT WS-QuoteNo
           PERFORM FindQuote
           IF QuoteFound = 'N'
               DISPLAY 'Quote not found.'
           ELSE
               PERFORM WriteQuoteDocument
           END-IF.

       WriteQuoteDocument.
           MOVE QuoteCustomerID TO WS-CustomerID
           PERFORM FindCustomer
           OPEN OUTPUT QuotePrintFile

           MOVE '=== TRAVEL QUOTATION ===' TO QuotePrintLine
           DISPLAY QuotePrintLine
           WRITE QuotePrintLine

           MOVE SPACE TO QuotePrintLine
           STRING 'Quote No   : ' QuoteNo
               '   Issued: ' QuoteIssued
               DELIMITED BY SIZE INTO QuotePrintLine
           DISPLAY QuotePrintLine
           WRITE QuotePrintLine

           MOVE SPACE TO QuotePrintLine
           IF CustomerFound = 'Y'
               STRING 'Customer   : ' QuoteCustomerID
                   ' ' CustomerName
                   DELIMITED BY SIZE INTO QuotePrintLine
           ELSE
               STRING 'Customer   : ' QuoteCustomerID
                   DELIMITED BY SIZE INTO QuotePrintLine
           END-IF
           DISPLAY QuotePrintLine
           WRITE QuotePrintLine

           MOVE SPACE TO QuotePrintLine
           STRING 'Destination: ' QuoteDestination
               DELIMITED BY SIZE INTO QuotePrintLine
           DISPLAY QuotePrintLine
           WRITE QuotePrintLine

           MOVE SPACE TO QuotePrintLine
           STRING 'Travel Date: ' QuoteTravelDate
               DELIMITED BY SIZE INTO QuotePrintLine
           DISPLAY QuotePrintLine
           WRITE QuotePrintLine

           MOVE SPACE TO QuotePrintLine
           STRING 'Passengers : ' QuotePaxCount
               DELIMITED BY SIZE INTO QuotePrintLine
           DISPLAY QuotePrintLine
           WRITE QuotePrintLine

           MOVE QuoteTotal TO WS-PriceEdit
           MOVE SPACE TO QuotePrintLine
           STRING 'Total Price: ' WS-PriceEdit
               DELIMITED BY SIZE INTO QuotePrintLine
           DISPLAY QuotePrintLine
           WRITE QuotePrintLine

           MOVE SPACE TO QuotePrintLine
           STRING 'Valid until: ' QuoteExpiry
               DELIMITED BY SIZE INTO QuotePrintLine
           DISPLAY QuotePrintLine
           WRITE QuotePrintLine

           MOVE SPACE TO QuotePrintLine
           STRING 'Status     : ' QuoteStatus
               DELIMITED BY SIZE INTO QuotePrintLine
           DISPLAY QuotePrintLine
           WRITE QuotePrintLine

           MOVE 'This price is held if the booking is made on or '
               TO QuotePrintLine
           WRITE QuotePrintLine
           MOVE 'before the date above. Seats are not held.'
               TO QuotePrintLine
           WRITE QuotePrintLine

           CLOSE QuotePrintFile
           DISPLAY 'Quote written to quote.txt'.

       ConvertQuote.
           DISPLAY 'Enter Quote Number to convert: ' NO ADVANCING
           ACCEPT WS-QuoteNo
           PERFORM FindQuote
           ACCEPT WS-TodayNum FROM DATE YYYYMMDD
           MOVE SPACE TO WS-TodayDash
           STRING WS-TodayNum(1:4) '-'
               WS-TodayNum(5:2) '-'
               WS-TodayNum(7:2)
               DELIMITED BY SIZE INTO WS-TodayDash
           IF QuoteFound = 'N'
               DISPLAY 'Quote not found.'
           ELSE
               IF QuoteStatus NOT = 'Open'
                   DISPLAY 'Quote is ' QuoteStatus
                       ' - it cannot be converted.'
               ELSE
                   IF QuoteExpiry < WS-TodayDash
                       DISPLAY 'Quote expired on ' QuoteExpiry
                           ' - issue a new quote.'
                   ELSE
                       PERFORM ConvertQuoteToBooking
                   END-IF
               END-IF
           END-IF.

       ConvertQuoteToBooking.
           MOVE QuoteCustomerID TO WS-NewCustomerID
           MOVE QuoteDestination TO WS-NewDestination
           MOVE QuoteTravelDate TO WS-NewTravelDate
           MOVE QuotePaxCount TO WS-NewPaxCount
           MOVE QuoteTotal TO WS-QuoteTotal
           MOVE WS-NewCustomerID TO WS-CustomerID
           PERFORM FindCustomer
           IF CustomerFound = 'N'
               DISPLAY 'Customer ' WS-NewCustomerID
                   ' is no longer on the customer master.'
           ELSE
               MOVE WS-QuoteTotal TO WS-PriceEdit
               DISPLAY 'Destination: ' WS-NewDestination
               DISPLAY 'Travel Date: ' WS-NewTravelDate
               DISPLAY 'Passengers : ' WS-NewPaxCount
               DISPLAY 'Quoted     : ' WS-PriceEdit
               DISPLAY 'Enter Booking ID (10 characters): '
                   NO ADVANCING
               ACCEPT WS-NewBookingID
               MOVE 'N' TO WS-StatusValid
               PERFORM UNTIL WS-StatusValid = 'Y'
                   DISPLAY 'Enter Status (Confirmed/Pending): '
                       NO ADVANCING
                   ACCEPT WS-NewStatus
                   IF WS-NewStatus = 'Confirmed' OR
                           WS-NewStatus = 'Pending'
                       MOVE 'Y' TO WS-StatusValid
                   ELSE
                       DISPLAY 'Status must be Confirmed or Pending.'
                   END-IF
               END-PERFORM

               PERFORM CheckDuplicateID

               IF DupFound = 'Y'
                   DISPLAY 'Booking ID already exists.'
               ELSE
                   MOVE 'Y' TO WS-OversellOK
                   IF WS-NewStatus = 'Confirmed'
                       MOVE WS-NewDestination TO WS-CapDest
                       MOVE WS-NewTravelDate TO WS-CapDate
                       MOVE WS-NewCustomerID TO WS-WaitCustomerID
                       MOVE WS-NewPaxCount TO WS-SeatsNeeded
                       PERFORM CheckOversell
                   END-IF
                   IF WS-OversellOK = 'Y'
                       PERFORM WriteNewBookingRecord
                       PERFORM WriteQuotedPriceCharge
                       PERFORM MarkQuoteConverted
                       DISPLAY 'Booking added at the quoted price.'
                       PERFORM CapturePassengers
                       MOVE WS-QuoteTotal TO WS-TariffPrice
                       MOVE 'Y' TO TariffFound
                       PERFORM CreateScheduleForBooking
                   ELSE
                       DISPLAY 'Booking not added.'
                   END-IF
               END-IF
           END-IF.

       WriteQuotedPriceCharge.
           MOVE WS-NewBookingID TO ChgBookingID
           MOVE 'Q' TO ChgType
           MOVE WS-QuoteTotal TO ChgAmount
           MOVE WS-TodayDash TO ChgDate

           OPEN INPUT BookingChargeFile
           IF FileStatus = '35'
               CLOSE BookingChargeFile
               OPEN OUTPUT BookingChargeFile
               CLOSE BookingChargeFile
           ELSE
               CLOSE BookingChargeFile
           END-IF

           OPEN EXTEND BookingChargeFile
           WRITE ChargeRecord
           CLOSE BookingChargeFile.

       MarkQuoteConverted.
           OPEN I-O QuoteFile
           MOVE WS-QuoteNo TO QuoteNo
           READ QuoteFile
               INVALID KEY
                   DISPLAY 'Quote not found.'
               NOT INVALID KEY
                   MOVE 'Converted' TO QuoteStatus
                   MOVE WS-NewBookingID TO QuoteBookingID
                   MOVE WS-TodayDash TO QuoteClosedDate
                   REWRITE QuoteRecord
           END-READ
           CLOSE QuoteFile.

       ListQuotes.
           MOVE ZERO TO WS-QuoteCount
           MOVE 'N' TO QuoteEndOfFile
           OPEN INPUT QuoteFile
           IF FileStatus = '35'
               CLOSE QuoteFile
               DISPLAY 'No quotes on file.'
           ELSE
               DISPLAY 'QUOTE NO   CUSTOMER   DESTINATION              '
                   '  TRAVEL DATE     TOTAL EXPIRES    STATUS'
               PERFORM UNTIL QuoteEndOfFile = 'Y'
                   READ QuoteFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO QuoteEndOfFile
                       NOT AT END
                           ADD 1 TO WS-QuoteCount
                           MOVE QuoteTotal TO WS-PriceEdit
                           DISPLAY QuoteNo ' ' QuoteCustomerID ' '
                               QuoteDestination ' ' QuoteTravelDate
                               WS-PriceEdit ' ' QuoteExpiry(1:10)
                               ' ' QuoteStatus
                   END-READ
               END-PERFORM
               CLOSE QuoteFile
               DISPLAY 'Quotes on file: ' WS-QuoteCount
           END-IF.
