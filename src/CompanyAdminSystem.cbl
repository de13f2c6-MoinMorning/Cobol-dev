           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ws-PrintFile-Status.

           SELECT SiteFile
           ASSIGN TO "sites.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ws-SiteFile-Status.

           SELECT RoleMenuFile
           ASSIGN TO "rolemenu.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ws-RoleMenu-Status.

           SELECT TempSiteFile
           ASSIGN TO "temp_sites.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ws-TempSiteFile-Status.

           SELECT LicenceFile
           ASSIGN TO "licences.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ws-LicFile-Status.

           SELECT TempLicenceFile
           ASSIGN TO "temp_licences.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ws-TempLicFile-Status.

           SELECT InstallFile
           ASSIGN TO "installs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ws-InstFile-Status.

           SELECT TempInstallFile
           ASSIGN TO "temp_installs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ws-TempInstFile-Status.

           SELECT PoFile
           ASSIGN TO "purchaseorders.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ws-PoFile-Status.

           SELECT TempPoFile
           ASSIGN TO "temp_purchaseorders.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ws-TempPoFile-Status.

           SELECT ClaimFile
           ASSIGN TO "warrantyclaims.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ws-ClaimFile-Status.

           SELECT TempClaimFile
           ASSIGN TO "temp_warrantyclaims.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ws-TempClaimFile-Status.

           SELECT HrEventFile
           ASSIGN TO "hr_events.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ws-HrEvtFile-Status.

           SELECT HrEventLogFile
           ASSIGN TO "hr_eventlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ws-HrLogFile-Status.

           SELECT WorklistFile
           ASSIGN TO "hr_worklist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ws-WorklistFile-Status.

           SELECT RecoveryFile
           ASSIGN TO "recovery.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ws-RecoveryFile-Status.

           SELECT TempRecoveryFile
           ASSIGN TO "temp_recovery.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ws-TempRecoveryFile-Status.

           SELECT IntegrityExcFile
           ASSIGN TO "integrity_exceptions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ws-IntExcFile-Status.

           SELECT SdIncidentFile
           ASSIGN TO "sd_incidents.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ws-SdInFile-Status.

           SELECT SdRejectFile
           ASSIGN TO "sd_rejects.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ws-SdRejFile-Status.

           SELECT SdStatusFile
           ASSIGN TO "sd_status.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ws-SdStFile-Status.

           SELECT SdSentFile
           ASSIGN TO "sd_sentlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ws-SdSentFile-Status.

           SELECT LossFile
           ASSIGN TO "lossincidents.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ws-LossFile-Status.

           SELECT TempLossFile
           ASSIGN TO "temp_lossincidents.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ws-TempLossFile-Status.

           SELECT AuditCtlFile
           ASSIGN TO "auditctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ws-AuditCtl-Status.

           SELECT AuditSealFile
           ASSIGN TO "auditseal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ws-AuditSeal-Status.

           SELECT ResRefusedFile
           ASSIGN TO "res_refused.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ws-ResRefFile-Status.

           SELECT RegisterFile
           ASSIGN TO "faregister.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ws-RegFile-Status.

           SELECT JournalFile
           ASSIGN TO "fa_journal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ws-JrnFile-Status.

           SELECT MachHistFile
           ASSIGN TO DYNAMIC ws-Hist-FileName
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ws-Hist-Status.

           SELECT MachHistIdxFile
           ASSIGN TO "machhistidx.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ws-HistIdx-Status.

           SELECT CalendarFile
           ASSIGN TO "calendar.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ws-CalFile-Status.

           SELECT TempCalendarFile
           ASSIGN TO "temp_calendar.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ws-TempCal-Status.

           SELECT SessionJrnFile
           ASSIGN TO "sessionjrnl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ws-SjFile-Status.

           SELECT SortWorkFile
           ASSIGN TO "sortwork.tmp".

           05 AuditOldSite PIC X(10).
           05 AuditNewSite PIC X(10).
           05 AuditOperator PIC X(10).
           05 AuditSeq PIC 9(9).
           05 AuditCheck PIC 9(10).
       01 AuditSealView.
           05 AuditSealData PIC X(259).
           05 FILLER PIC X(19).

       FD BulkImportFile.
       01 BulkImportRecord PIC X(180).
           05 WorkCloseDate PIC 9(8).
           05 WorkCost PIC 9(7)V99.
           05 WorkResolution PIC X(50).
           05 WorkTicket PIC X(12).

       FD TempWorkOrderFile.
       01 TempWorkOrderRecord.
           05 TempWorkCloseDate PIC 9(8).
           05 TempWorkCost PIC 9(7)V99.
           05 TempWorkResolution PIC X(50).
           05 TempWorkTicket PIC X(12).

       FD BatchParmFile.
       01 BatchParmRecord PIC X(20).
           05 CloseHistFlag PIC X(01).

       FD AuditArchFile.
       01 AuditArchRecord PIC X(280).

       FD TempAuditFile.
       01 TempAuditRecord PIC X(280).

       FD ArchIdxFile.
       01 ArchIdxRecord.
       FD OperatorFile.
       01 OperatorRecord.
           05 OperatorId PIC X(10).
           05 OperatorRole PIC X(10).

       FD LockFile.
       01 LockRecord.
           05 TempLockOperator PIC X(10).

       FD GenInFile.
       01 GenInRecord PIC X(200).

       FD GenOutFile.
       01 GenOutRecord PIC X(200).

       FD DisposalFile.
       01 DisposalRecord.
           05 ChgbMonth PIC 9(6).
           05 ChgbDepAmount PIC 9(9)V99.
           05 ChgbRepairAmount PIC 9(9)V99.
           05 ChgbCreditAmount PIC 9(9)V99.
           05 ChgbTotalAmount PIC 9(9)V99.

       FD ApprovalFile.
       FD PrintFile.
       01 PrintRecord PIC X(132).

       FD SiteFile.
       01 SiteRecord.
           05 SiteCode PIC X(10).
           05 SiteName PIC X(30).
           05 SiteCostCentre PIC X(10).
           05 SiteManager PIC X(20).
           05 SiteStatus PIC X(01).

       FD RoleMenuFile.
       01 RoleMenuRecord.
           05 RoleMenuRole PIC X(10).
           05 RoleMenuOption PIC 9(02).

       FD TempSiteFile.
       01 TempSiteRecord.
           05 TempSiteCode PIC X(10).
           05 TempSiteName PIC X(30).
           05 TempSiteCostCentre PIC X(10).
           05 TempSiteManager PIC X(20).
           05 TempSiteStatus PIC X(01).

       FD LicenceFile.
       01 LicenceRecord.
           05 LicProduct PIC X(20).
           05 LicType PIC X(10).
           05 LicSeats PIC 9(5).
           05 LicExpiry PIC 9(8).
           05 LicSupplier PIC X(20).

       FD TempLicenceFile.
       01 TempLicenceRecord.
           05 TempLicProduct PIC X(20).
           05 TempLicType PIC X(10).
           05 TempLicSeats PIC 9(5).
           05 TempLicExpiry PIC 9(8).
           05 TempLicSupplier PIC X(20).

       FD InstallFile.
       01 InstallRecord.
           05 InstMachineNum PIC X9(10).
           05 InstProduct PIC X(20).
           05 InstDate PIC 9(8).
           05 InstStatus PIC X(01).
           05 InstFreedDate PIC 9(8).

       FD TempInstallFile.
       01 TempInstallRecord.
           05 TempInstMachineNum PIC X9(10).
           05 TempInstProduct PIC X(20).
           05 TempInstDate PIC 9(8).
           05 TempInstStatus PIC X(01).
           05 TempInstFreedDate PIC 9(8).

       FD PoFile.
       01 PoRecord.
           05 PoNumber PIC X(10).
           05 PoRecType PIC X(01).
           05 PoDetail PIC X(100).
           05 PoHeader REDEFINES PoDetail.
              10 PoHdrSupplier PIC X(20).
              10 PoHdrOrderDate PIC 9(8).
              10 PoHdrSite PIC X(10).
              10 PoHdrStatus PIC X(01).
              10 FILLER PIC X(61).
           05 PoLine REDEFINES PoDetail.
              10 PoLineNum PIC 9(3).
              10 PoLineTyp PIC X(10).
              10 PoLineManu PIC X(10).
              10 PoLineQty PIC 9(5).
              10 PoLineQtyRecv PIC 9(5).
              10 PoLineUnitCost PIC 9(7)V99.
              10 PoLineWarrMonths PIC 9(3).
              10 PoLineExpected PIC 9(8).
              10 FILLER PIC X(47).

       FD TempPoFile.
       01 TempPoRecord PIC X(111).

       FD ClaimFile.
       01 ClaimRecord.
           05 ClaimNumber PIC 9(6).
           05 ClaimMachineNum PIC X9(10).
           05 ClaimWorkOpenDate PIC 9(8).
           05 ClaimSupplier PIC X(20).
           05 ClaimRaisedDate PIC 9(8).
           05 ClaimStatus PIC X(10).
           05 ClaimStatusDate PIC 9(8).
           05 ClaimRepairCost PIC 9(7)V99.
           05 ClaimRecovered PIC 9(7)V99.

       FD TempClaimFile.
       01 TempClaimRecord.
           05 TempClaimNumber PIC 9(6).
           05 TempClaimMachineNum PIC X9(10).
           05 TempClaimWorkOpenDate PIC 9(8).
           05 TempClaimSupplier PIC X(20).
           05 TempClaimRaisedDate PIC 9(8).
           05 TempClaimStatus PIC X(10).
           05 TempClaimStatusDate PIC 9(8).
           05 TempClaimRepairCost PIC 9(7)V99.
           05 TempClaimRecovered PIC 9(7)V99.

       FD HrEventFile.
       01 HrEventRecord.
           05 HrEvtDate PIC 9(8).
           05 HrEvtType PIC X(5).
           05 HrEvtUsername PIC X(20).
           05 HrEvtSite PIC X(10).
           05 HrEvtMachTyp PIC X(10).

       FD HrEventLogFile.
       01 HrEventLogRecord.
           05 HrLogKey PIC X(43).
           05 HrLogProcDate PIC 9(8).
           05 HrLogOutcome PIC X(30).

       FD WorklistFile.
       01 WorklistRecord.
           05 WlDate PIC 9(8).
           05 WlAction PIC X(10).
           05 WlUsername PIC X(20).
           05 WlMachineNum PIC X9(10).
           05 WlItem PIC X(20).
           05 WlFromSite PIC X(10).
           05 WlToSite PIC X(10).

       FD RecoveryFile.
       01 RecoveryRecord.
           05 RcvUsername PIC X(20).
           05 RcvOpenDate PIC 9(8).
           05 RcvItemType PIC X(01).
           05 RcvMachineNum PIC X9(10).
           05 RcvItemRef PIC X(20).
           05 RcvItemRef-R REDEFINES RcvItemRef.
              10 RcvRefDate PIC 9(8).
              10 FILLER PIC X(12).
           05 RcvStatus PIC X(01).
           05 RcvClosedDate PIC 9(8).

       FD TempRecoveryFile.
       01 TempRecoveryRecord.
           05 TempRcvUsername PIC X(20).
           05 TempRcvOpenDate PIC 9(8).
           05 TempRcvItemType PIC X(01).
           05 TempRcvMachineNum PIC X9(10).
           05 TempRcvItemRef PIC X(20).
           05 TempRcvStatus PIC X(01).
           05 TempRcvClosedDate PIC 9(8).

       FD IntegrityExcFile.
       01 IntegrityExcRecord.
           05 ExcDate PIC 9(8).
           05 ExcCode PIC X(4).
           05 ExcFile PIC X(15).
           05 ExcMachineNum PIC X9(10).
           05 ExcDetail PIC X(40).
           05 ExcFixed PIC X(01).

       FD SdIncidentFile.
       01 SdIncidentRecord.
           05 SdInTicket PIC X(12).
           05 SdInMachineNum PIC X(10).
           05 SdInSerial PIC X(20).
           05 SdInAssetTag PIC X(20).
           05 SdInDate PIC X(8).
           05 SdInFault PIC X(50).

       FD SdRejectFile.
       01 SdRejectRecord.
           05 SdRejDate PIC 9(8).
           05 SdRejReason PIC X(30).
           05 SdRejData PIC X(120).

       FD SdStatusFile.
       01 SdStatusRecord.
           05 SdStTicket PIC X(12).
           05 SdStMachineNum PIC X9(10).
           05 SdStState PIC X(6).
           05 SdStVendor PIC X(20).
           05 SdStOpenDate PIC 9(8).
           05 SdStCloseDate PIC 9(8).
           05 SdStResolution PIC X(50).

       FD SdSentFile.
       01 SdSentRecord.
           05 SdSentTicket PIC X(12).
           05 SdSentSig PIC X(84).

       FD LossFile.
       01 LossRecord.
           05 LossNumber PIC 9(6).
           05 LossMachineNum PIC X9(10).
           05 LossType PIC X(6).
           05 LossReportedDate PIC 9(8).
           05 LossReportedBy PIC X(20).
           05 LossCrimeRef PIC X(20).
           05 LossLastUser PIC X(20).
           05 LossLastSite PIC X(10).
           05 LossPriorStatus PIC X(10).
           05 LossInsClaim PIC X(20).
           05 LossBookValue PIC 9(7)V99.
           05 LossInsRecovered PIC 9(7)V99.
           05 LossStatus PIC X(01).
           05 LossRecoveredDate PIC 9(8).

       FD TempLossFile.
       01 TempLossRecord PIC X(158).

       FD AuditCtlFile.
       01 AuditCtlRecord.
           05 AuditCtlSeq PIC 9(9).
           05 AuditCtlCheck PIC 9(10).

       FD AuditSealFile.
       01 AuditSealRecord.
           05 SealDate PIC 9(8).
           05 SealSeq PIC 9(9).
           05 SealCount PIC 9(9).
           05 SealCheck PIC 9(10).

       FD ResRefusedFile.
       01 ResRefusedRecord.
           05 RefDate PIC 9(8).
           05 RefMachineNum PIC X9(10).
           05 RefUsername PIC X(20).
           05 RefFromDate PIC 9(8).
           05 RefToDate PIC 9(8).
           05 RefSite PIC X(10).
           05 RefTyp PIC X(10).

       FD RegisterFile.
       01 RegisterRecord.
           05 RegPeriod PIC 9(6).
           05 RegType PIC X(01).
           05 RegDetail PIC X(100).
           05 RegMachDetail REDEFINES RegDetail.
              10 RegMachNum PIC X9(10).
              10 RegMachSite PIC X(10).
              10 RegMachTyp PIC X(10).
              10 RegMachClosing PIC 9(9)V99.
              10 FILLER PIC X(58).
           05 RegSumDetail REDEFINES RegDetail.
              10 RegSumSite PIC X(10).
              10 RegSumTyp PIC X(10).
              10 RegSumOpening PIC 9(9)V99.
              10 RegSumAdditions PIC 9(9)V99.
              10 RegSumDisposals PIC 9(9)V99.
              10 RegSumDepn PIC 9(9)V99.
              10 RegSumXferIn PIC 9(9)V99.
              10 RegSumXferOut PIC 9(9)V99.
              10 RegSumClosing PIC 9(9)V99.
              10 FILLER PIC X(03).
           05 RegHdrDetail REDEFINES RegDetail.
              10 RegHdrFrozenDate PIC 9(8).
              10 RegHdrOperator PIC X(10).
              10 RegHdrClosing PIC 9(9)V99.
              10 FILLER PIC X(71).

       FD JournalFile.
       01 JournalRecord.
           05 JrnPeriod PIC 9(6).
           05 JrnSite PIC X(10).
           05 JrnCostCentre PIC X(10).
           05 JrnTyp PIC X(10).
           05 JrnAccount PIC X(10).
           05 JrnDrCr PIC X(02).
           05 JrnAmount PIC 9(9)V99.
           05 JrnText PIC X(30).

       FD MachHistFile.
       01 MachHistRecord.
           05 HistFile PIC X(15).
           05 HistPurgeDate PIC 9(8).
           05 HistData PIC X(200).

       FD MachHistIdxFile.
       01 MachHistIdxRecord.
           05 HistIdxMachineNum PIC X9(10).
           05 HistIdxSerial PIC X(20).
           05 HistIdxAssetTag PIC X(20).
           05 HistIdxDispDate PIC 9(8).
           05 HistIdxPurgeDate PIC 9(8).
           05 HistIdxFileName PIC X(30).

       FD CalendarFile.
       01 CalendarRecord.
           05 CalDate PIC 9(8).
           05 CalSite PIC X(10).
           05 CalDesc PIC X(30).

       FD TempCalendarFile.
       01 TempCalendarRecord.
           05 TempCalDate PIC 9(8).
           05 TempCalSite PIC X(10).
           05 TempCalDesc PIC X(30).

       FD SessionJrnFile.
       01 SessionJrnRecord.
           05 SjDate PIC 9(8).
           05 SjTime PIC 9(6).
           05 SjOperator PIC X(10).
           05 SjRole PIC X(10).
           05 SjEvent PIC X(8).
           05 SjOption PIC 9(2).
           05 SjParm PIC X(40).

       SD SortWorkFile.
       01 SortWorkRecord.
           05 SortMachineNum PIC X9(10).
       01 ws-Work-CostText PIC X(10).
       01 ws-Work-Cost PIC 9(7)V99.
       01 ws-Work-Resolution PIC X(50).
       01 ws-Work-Ticket PIC X(12) VALUE SPACES.
       01 ws-Work-Found-Flag PIC X(01).
       01 ws-Work-OpenExists PIC X(01).
       01 ws-Work-Threshold PIC 9(4).
       01 ws-Spec-ConvStoreCount PIC 9(5) VALUE 0.
       01 ws-GenInFile-Status PIC 99.
       01 ws-GenOutFile-Status PIC 99.
       01 ws-GenIn-FileName PIC X(30).
       01 ws-GenOut-FileName PIC X(30).
       01 ws-Gen-Number PIC 9.
       01 ws-Gen-RecCount PIC 9(7) VALUE 0.
       01 ws-BatchParm-Status PIC 99.
              10 ws-Chgb-SiteName PIC X(10).
              10 ws-Chgb-SiteDep PIC 9(9)V99.
              10 ws-Chgb-SiteRep PIC 9(9)V99.
              10 ws-Chgb-SiteCred PIC 9(9)V99.
       01 ws-Chgb-SiteCount PIC 9(3).
       01 ws-Chgb-SiteSub PIC 9(3).
       01 ws-Chgb-MachTable.
           05 ws-Chgb-MachEntry OCCURS 5000 TIMES.
              10 ws-Chgb-MachNum PIC X(11).
              10 ws-Chgb-MachSite PIC 9(3).
              10 ws-Chgb-MachStatus PIC X(10).
       01 ws-Chgb-MachCount PIC 9(5).
       01 ws-Chgb-Idx PIC 9(5).
       01 ws-Chgb-Sub PIC 9(5).
           05 ws-Dep-MachEntry OCCURS 5000 TIMES.
              10 ws-Dep-MachNum PIC X(11).
              10 ws-Dep-MachManu PIC X(10).
              10 ws-Dep-MachStatus PIC X(10).
       01 ws-Dep-MachCount PIC 9(5).
       01 ws-Dep-Idx PIC 9(5).
       01 ws-Dep-ManuTotals.
              10 ws-Pm-MachLast PIC 9(8).
              10 ws-Pm-MachAcq PIC 9(8).
              10 ws-Pm-MachOpen PIC X(01).
              10 ws-Pm-MachSite PIC X(10).
       01 ws-Pm-MachCount PIC 9(5).
       01 ws-Pm-Sub PIC 9(5).
       01 ws-PrintFile-Status PIC 99.
       01 ws-Print-RunDate PIC 9(8).
       01 ws-Print-PageDisp PIC ZZZZ9.
       01 ws-Table-Full-Flag PIC X(01) VALUE "N".
       01 ws-SiteFile-Status PIC 99.
       01 ws-TempSiteFile-Status PIC 99.
       01 ws-Site-CheckCode PIC X(10).
       01 ws-Site-Found-Flag PIC X(01).
       01 ws-Site-FileMissing PIC X(01).
       01 ws-Site-CheckStatus PIC X(01).
       01 ws-Site-Choice PIC 9.
       01 ws-Site-Code PIC X(10).
       01 ws-Site-Name PIC X(30).
       01 ws-Site-CostCentre PIC X(10).
       01 ws-Site-Manager PIC X(20).
       01 ws-Site-Status PIC X(01).
           88 ws-Valid-SiteStatus VALUES "O" "C".
       01 ws-Site-Count PIC 9(5).
       01 ws-Site-CloseCode PIC X(10).
       01 ws-Site-RecvCode PIC X(10).
       01 ws-Site-Confirm PIC X(01).
       01 ws-Site-MachMoved PIC 9(5).
       01 ws-Site-FileMoved PIC 9(5).
       01 ws-Site-LoanMoved PIC 9(5).
       01 ws-Site-ResMoved PIC 9(5).
       01 ws-Site-PerMoved PIC 9(5).
       01 ws-Site-MovedTable.
           05 ws-Site-MovedNum PIC X(11) OCCURS 5000 TIMES.
       01 ws-Site-MovedCount PIC 9(5).
       01 ws-Site-Idx PIC 9(5).
       01 ws-Site-Moved-Flag PIC X(01).
       01 ws-Site-CheckNum PIC X(11).
       01 ws-Site-Table.
           05 ws-Site-Entry OCCURS 200 TIMES.
              10 ws-Site-TabCode PIC X(10).
              10 ws-Site-TabStatus PIC X(01).
              10 ws-Site-TabCostCentre PIC X(10).
       01 ws-Site-TabCount PIC 9(3).
       01 ws-Site-TabIdx PIC 9(3).
       01 ws-Stk-BadSiteCount PIC 9(5).
       01 ws-Operator-Role PIC X(10) VALUE SPACES.
           88 ws-Valid-OperatorRole VALUES "VIEWER" "CLERK"
            "SUPERVISOR" "FINANCE".
       01 ws-Menu-Table.
           05 FILLER PIC 9(02) VALUE 1.
           05 FILLER PIC X(48) VALUE "1. Add Machine Information".
           05 FILLER PIC 9(02) VALUE 2.
           05 FILLER PIC X(48) VALUE "2. List Machine Numbers".
           05 FILLER PIC 9(02) VALUE 3.
           05 FILLER PIC X(48) VALUE "3. Delete Machine Number".
           05 FILLER PIC 9(02) VALUE 4.
           05 FILLER PIC X(48) VALUE "4. Search Machine Number".
           05 FILLER PIC 9(02) VALUE 5.
           05 FILLER PIC X(48) VALUE "5. Update Machine Information".
           05 FILLER PIC 9(02) VALUE 6.
           05 FILLER PIC X(48) VALUE "6. Reconciliation Report".
           05 FILLER PIC 9(02) VALUE 7.
           05 FILLER PIC X(48) VALUE "7. Bulk Import Machines".
           05 FILLER PIC 9(02) VALUE 8.
           05 FILLER PIC X(48) VALUE "8. Inventory Report".
           05 FILLER PIC 9(02) VALUE 9.
           05 FILLER PIC X(48) VALUE "9. List Machines by Username".
           05 FILLER PIC 9(02) VALUE 10.
           05 FILLER PIC X(48) VALUE "10. Change Machine Status".
           05 FILLER PIC 9(02) VALUE 11.
           05 FILLER PIC X(48) VALUE "11. Daily Closing Check".
           05 FILLER PIC 9(02) VALUE 12.
           05 FILLER PIC X(48) VALUE
            "12. Export Machines for Finance System".
           05 FILLER PIC 9(02) VALUE 13.
           05 FILLER PIC X(48) VALUE "13. Check Out Machine on Loan".
           05 FILLER PIC 9(02) VALUE 14.
           05 FILLER PIC X(48) VALUE "14. Check In Loaned Machine".
           05 FILLER PIC 9(02) VALUE 15.
           05 FILLER PIC X(48) VALUE "15. Overdue Loans Report".
           05 FILLER PIC 9(02) VALUE 16.
           05 FILLER PIC X(48) VALUE "16. Audit Trail Inquiry".
           05 FILLER PIC 9(02) VALUE 17.
           05 FILLER PIC X(48) VALUE "17. Maintain Acquisition Record".
           05 FILLER PIC 9(02) VALUE 18.
           05 FILLER PIC X(48) VALUE "18. Warranty Expiry Report".
           05 FILLER PIC 9(02) VALUE 19.
           05 FILLER PIC X(48) VALUE "19. Depreciation Schedule".
           05 FILLER PIC 9(02) VALUE 20.
           05 FILLER PIC X(48) VALUE "20. Repair Aging Report".
           05 FILLER PIC 9(02) VALUE 21.
           05 FILLER PIC X(48) VALUE
            "21. Search Machines by Specification".
           05 FILLER PIC 9(02) VALUE 22.
           05 FILLER PIC X(48) VALUE
            "22. Convert Machine Specifications".
           05 FILLER PIC 9(02) VALUE 23.
           05 FILLER PIC X(48) VALUE
            "23. Restore from Generation Backup".
           05 FILLER PIC 9(02) VALUE 24.
           05 FILLER PIC X(48) VALUE "24. Orphaned Assignments Report".
           05 FILLER PIC 9(02) VALUE 25.
           05 FILLER PIC X(48) VALUE
            "25. Process Finance Response File".
           05 FILLER PIC 9(02) VALUE 26.
           05 FILLER PIC X(48) VALUE "26. List Finance Rejects".
           05 FILLER PIC 9(02) VALUE 27.
           05 FILLER PIC X(48) VALUE
            "27. Transfer Machine Between Sites".
           05 FILLER PIC 9(02) VALUE 28.
           05 FILLER PIC X(48) VALUE
            "28. Month-End Closing Trend Report".
           05 FILLER PIC 9(02) VALUE 29.
           05 FILLER PIC X(48) VALUE "29. Archive Audit Trail".
           05 FILLER PIC 9(02) VALUE 30.
           05 FILLER PIC X(48) VALUE "30. Dispose Retired Machine".
           05 FILLER PIC 9(02) VALUE 31.
           05 FILLER PIC X(48) VALUE "31. Refresh Planning Report".
           05 FILLER PIC 9(02) VALUE 32.
           05 FILLER PIC X(48) VALUE
            "32. Supplier and Vendor Performance Report".
           05 FILLER PIC 9(02) VALUE 33.
           05 FILLER PIC X(48) VALUE "33. OS Compliance Report".
           05 FILLER PIC 9(02) VALUE 34.
           05 FILLER PIC X(48) VALUE "34. Reserve Machine".
           05 FILLER PIC 9(02) VALUE 35.
           05 FILLER PIC X(48) VALUE "35. Reservation Pick List".
           05 FILLER PIC 9(02) VALUE 36.
           05 FILLER PIC X(48) VALUE
            "36. Generate Overdue Notice Letters".
           05 FILLER PIC 9(02) VALUE 37.
           05 FILLER PIC X(48) VALUE "37. Process Stock-Take Scan File".
           05 FILLER PIC 9(02) VALUE 38.
           05 FILLER PIC X(48) VALUE "38. Review Pending Approvals".
           05 FILLER PIC 9(02) VALUE 39.
           05 FILLER PIC X(48) VALUE "39. Monthly Chargeback Extract".
           05 FILLER PIC 9(02) VALUE 40.
           05 FILLER PIC X(48) VALUE "40. Machine 360 Inquiry".
           05 FILLER PIC 9(02) VALUE 41.
           05 FILLER PIC X(48) VALUE "41. Maintain Peripherals".
           05 FILLER PIC 9(02) VALUE 42.
           05 FILLER PIC X(48) VALUE "42. Maintain PM Intervals".
           05 FILLER PIC 9(02) VALUE 43.
           05 FILLER PIC X(48) VALUE "43. PM Due List Report".
           05 FILLER PIC 9(02) VALUE 44.
           05 FILLER PIC X(48) VALUE "44. Generate PM Work Orders".
           05 FILLER PIC 9(02) VALUE 46.
           05 FILLER PIC X(48) VALUE "46. Maintain Site Master".
           05 FILLER PIC 9(02) VALUE 47.
           05 FILLER PIC X(48) VALUE
            "47. Site Closure and Consolidation".
           05 FILLER PIC 9(02) VALUE 48.
           05 FILLER PIC X(48) VALUE "48. Maintain Software Licences".
           05 FILLER PIC 9(02) VALUE 49.
           05 FILLER PIC X(48) VALUE "49. Licence Compliance Report".
           05 FILLER PIC 9(02) VALUE 50.
           05 FILLER PIC X(48) VALUE "50. Maintain Purchase Orders".
           05 FILLER PIC 9(02) VALUE 51.
           05 FILLER PIC X(48) VALUE "51. Receive Goods Against PO".
           05 FILLER PIC 9(02) VALUE 52.
           05 FILLER PIC X(48) VALUE "52. Open Purchase Order Report".
           05 FILLER PIC 9(02) VALUE 53.
           05 FILLER PIC X(48) VALUE "53. Maintain Warranty Claims".
           05 FILLER PIC 9(02) VALUE 54.
           05 FILLER PIC X(48) VALUE "54. Warranty Recovery Report".
           05 FILLER PIC 9(02) VALUE 55.
           05 FILLER PIC X(48) VALUE "55. Process HR Event Feed".
           05 FILLER PIC 9(02) VALUE 56.
           05 FILLER PIC X(48) VALUE "56. Leaver Recovery Case Review".
           05 FILLER PIC 9(02) VALUE 57.
           05 FILLER PIC X(48) VALUE "57. Integrity Sweep".
           05 FILLER PIC 9(02) VALUE 58.
           05 FILLER PIC X(48) VALUE
            "58. Import Service Desk Incidents".
           05 FILLER PIC 9(02) VALUE 59.
           05 FILLER PIC X(48) VALUE "59. Send Service Desk Status".
           05 FILLER PIC 9(02) VALUE 60.
           05 FILLER PIC X(48) VALUE
            "60. Report Lost or Stolen Machine".
           05 FILLER PIC 9(02) VALUE 61.
           05 FILLER PIC X(48) VALUE "61. Record Recovered Machine".
           05 FILLER PIC 9(02) VALUE 62.
           05 FILLER PIC X(48) VALUE
            "62. Update Loss Insurance Details".
           05 FILLER PIC 9(02) VALUE 63.
           05 FILLER PIC X(48) VALUE "63. Quarterly Loss Report".
           05 FILLER PIC 9(02) VALUE 64.
           05 FILLER PIC X(48) VALUE "64. Verify Audit Trail".
           05 FILLER PIC 9(02) VALUE 65.
           05 FILLER PIC X(48) VALUE "65. Loan Pool Utilization Report".
           05 FILLER PIC 9(02) VALUE 66.
           05 FILLER PIC X(48) VALUE "66. Period-End Asset Register".
           05 FILLER PIC 9(02) VALUE 67.
           05 FILLER PIC X(48) VALUE "67. Purge Disposed Machines".
           05 FILLER PIC 9(02) VALUE 68.
           05 FILLER PIC X(48) VALUE "68. Maintain Business Calendar".
           05 FILLER PIC 9(02) VALUE 69.
           05 FILLER PIC X(48) VALUE "69. End-of-Shift Activity Report".
       01 ws-Menu-List REDEFINES ws-Menu-Table.
           05 ws-Menu-Entry OCCURS 68 TIMES.
              10 ws-Menu-EntOption PIC 9(02).
              10 ws-Menu-EntText PIC X(48).
       01 ws-Menu-Count PIC 9(03) VALUE 68.
       01 ws-Menu-Idx PIC 9(03).
       01 ws-Role-DefaultTable.
           05 FILLER PIC X(10) VALUE "VIEWER".
           05 FILLER PIC X(50) VALUE
            "NYNYNYNYYNNNNNYYNYYYYNNYNYNYNNYYYNYNNNNYNNYNNNNNYN".
           05 FILLER PIC X(49) VALUE
            "NYNNNNYNNNNNYNYNNNNNNNNNNNNNNNNNNNNNNNNNNNNNNNNNN".
           05 FILLER PIC X(10) VALUE "CLERK".
           05 FILLER PIC X(50) VALUE
            "YYYYYYYYYYYNYYYYNYYYYNNYNYYYNNYYYYYYYNNYYNYYNNNYYN".
           05 FILLER PIC X(49) VALUE
            "YYNNYYYYYYYNYNYNNNNNNNNNNNNNNNNNNNNNNNNNNNNNNNNNN".
           05 FILLER PIC X(10) VALUE "FINANCE".
           05 FILLER PIC X(50) VALUE
            "NYNYNYNYYNNYNNYYYYYYYNNYYYNYNYYYYNYNNNYYNNYNNNNYYY".
           05 FILLER PIC X(49) VALUE
            "NYYYNNYNNNNYYNYYNNNNNNNNNNNNNNNNNNNNNNNNNNNNNNNNN".
           05 FILLER PIC X(10) VALUE "SUPERVISOR".
           05 FILLER PIC X(50) VALUE
            "YYYYYYYYYYYYYYYYYYYYYYYYYYYYYYYYYYYYYYYYYYYYNYYYYY".
           05 FILLER PIC X(49) VALUE
            "YYYYYYYYYYYYYYYYYYYNNNNNNNNNNNNNNNNNNNNNNNNNNNNNN".
       01 ws-Role-DefaultList REDEFINES ws-Role-DefaultTable.
           05 ws-Role-DefEntry OCCURS 4 TIMES.
              10 ws-Role-DefName PIC X(10).
              10 ws-Role-DefFlag PIC X(01) OCCURS 99 TIMES.
       01 ws-Role-AllowedTable.
           05 ws-Role-Allowed PIC X(01) OCCURS 99 TIMES.
       01 ws-Role-Idx PIC 9(03).
       01 ws-Role-Sub PIC 9(03).
       01 ws-RoleMenu-Status PIC 99.
       01 ws-Role-OptionDisp PIC Z9.

       01 ws-LicFile-Status PIC 99.
       01 ws-TempLicFile-Status PIC 99.
       01 ws-InstFile-Status PIC 99.
       01 ws-TempInstFile-Status PIC 99.
       01 ws-Lic-Choice PIC 9.
       01 ws-Lic-Product PIC X(20).
       01 ws-Lic-Type PIC X(10).
           88 ws-Valid-LicType VALUES "PERPETUAL" "SUBSCRIPT" "VOLUME"
            "OEM".
       01 ws-Lic-SeatsText PIC X(6).
       01 ws-Lic-Seats PIC 9(5).
       01 ws-Lic-ExpiryText PIC X(10).
       01 ws-Lic-Expiry PIC 9(8).
       01 ws-Lic-Supplier PIC X(20).
       01 ws-Lic-Found-Flag PIC X(01).
       01 ws-Lic-Today PIC 9(8).
       01 ws-Lic-Horizon PIC 9(8).
       01 ws-Lic-FreedCount PIC 9(5).
       01 ws-Lic-Count PIC 9(5).
       01 ws-Lic-Over PIC 9(5).
       01 ws-Lic-OverCount PIC 9(5).
       01 ws-Lic-ExpCount PIC 9(5).
       01 ws-Lic-Flag PIC X(13).
       01 ws-Lic-ExpFlag PIC X(08).
       01 ws-Lic-Table.
           05 ws-Lic-Entry OCCURS 200 TIMES.
              10 ws-Lic-TabProduct PIC X(20).
              10 ws-Lic-TabType PIC X(10).
              10 ws-Lic-TabSeats PIC 9(5).
              10 ws-Lic-TabExpiry PIC 9(8).
              10 ws-Lic-TabSupplier PIC X(20).
              10 ws-Lic-TabInstalled PIC 9(5).
       01 ws-Lic-TabCount PIC 9(3).
       01 ws-Lic-Idx PIC 9(3).
       01 ws-Lic-Sub PIC 9(3).
       01 ws-Inst-Found-Flag PIC X(01).
       01 ws-Inst-Free-Flag PIC X(01).
       01 ws-PoFile-Status PIC 99.
       01 ws-TempPoFile-Status PIC 99.
       01 ws-Po-Choice PIC 9.
       01 ws-Po-Number PIC X(10).
       01 ws-Po-Supplier PIC X(20).
       01 ws-Po-Site PIC X(10).
       01 ws-Po-Status PIC X(01).
       01 ws-Po-OrderDate PIC 9(8).
       01 ws-Po-Found-Flag PIC X(01).
       01 ws-Po-LineFound-Flag PIC X(01).
       01 ws-Po-AllRecv-Flag PIC X(01).
       01 ws-Po-Dup-Flag PIC X(01).
       01 ws-Po-Today PIC 9(8).
       01 ws-Po-LineText PIC X(4).
       01 ws-Po-LineNum PIC 9(3).
       01 ws-Po-MaxLine PIC 9(3).
       01 ws-Po-QtyText PIC X(6).
       01 ws-Po-Qty PIC 9(5).
       01 ws-Po-QtyRecv PIC 9(5).
       01 ws-Po-Outstanding PIC 9(5).
       01 ws-Po-RecvQty PIC 9(5).
       01 ws-Po-RecvDone PIC 9(5).
       01 ws-Po-Unit PIC 9(5).
       01 ws-Po-CostText PIC X(10).
       01 ws-Po-UnitCost PIC 9(7)V99.
       01 ws-Po-WarrText PIC X(4).
       01 ws-Po-WarrMonths PIC 9(3).
       01 ws-Po-DateText PIC X(10).
       01 ws-Po-Expected PIC 9(8).
       01 ws-Po-LineTyp PIC X(10).
       01 ws-Po-LineManu PIC X(10).
       01 ws-Po-MonthTotal PIC 9(6).
       01 ws-Po-MonthRem PIC 9(2).
       01 ws-Po-DaysLate PIC 9(5).
       01 ws-Po-Flag PIC X(17).
       01 ws-Po-CostDisplay PIC Z(6)9.99.
       01 ws-Po-OverdueCount PIC 9(5).
       01 ws-Po-PartialCount PIC 9(5).
       01 ws-Po-NotDueCount PIC 9(5).
       01 ws-Po-Hdr-Table.
           05 ws-Po-Hdr-Entry OCCURS 500 TIMES.
              10 ws-Po-TabNumber PIC X(10).
              10 ws-Po-TabSupplier PIC X(20).
       01 ws-Po-HdrCount PIC 9(3).
       01 ws-Po-HdrIdx PIC 9(3).
       01 ws-ClaimFile-Status PIC 99.
       01 ws-TempClaimFile-Status PIC 99.
       01 ws-Wcl-Choice PIC 9.
       01 ws-Wcl-Number PIC 9(6).
       01 ws-Wcl-NumText PIC X(8).
       01 ws-Wcl-MaxNumber PIC 9(6).
       01 ws-Wcl-Status PIC X(10).
           88 ws-Valid-ClaimStatus VALUES "ACCEPTED" "REJECTED"
            "CREDITED".
       01 ws-Wcl-OldStatus PIC X(10).
       01 ws-Wcl-Found-Flag PIC X(01).
       01 ws-Wcl-Today PIC 9(8).
       01 ws-Wcl-WorkOpen PIC 9(8).
       01 ws-Wcl-WarrEnd PIC 9(8).
       01 ws-Wcl-Supplier PIC X(20).
       01 ws-Wcl-AmountText PIC X(12).
       01 ws-Wcl-Recovered PIC 9(7)V99.
       01 ws-Wcl-MonthText PIC X(8).
       01 ws-Wcl-Month PIC 9(6).
       01 ws-Wcl-WorkMonth PIC 9(6).
       01 ws-Wcl-DaysOut PIC 9(5).
       01 ws-Wcl-Claimed-Flag PIC X(01).
       01 ws-Wcl-UnclaimedCount PIC 9(5).
       01 ws-Wcl-UnclaimedSpend PIC 9(9)V99.
       01 ws-Wcl-OutCount PIC 9(5).
       01 ws-Wcl-OutAmount PIC 9(9)V99.
       01 ws-Wcl-CostDisplay PIC Z(6)9.99.
       01 ws-Wcl-TotalDisplay PIC Z(8)9.99.
       01 ws-Wcl-AcqTable.
           05 ws-Wcl-AcqEntry OCCURS 5000 TIMES.
              10 ws-Wcl-AcqMachNum PIC X(11).
              10 ws-Wcl-AcqWarrEnd PIC 9(8).
       01 ws-Wcl-AcqCount PIC 9(5).
       01 ws-Wcl-ClaimTable.
           05 ws-Wcl-ClaimEntry OCCURS 2000 TIMES.
              10 ws-Wcl-TabMachNum PIC X(11).
              10 ws-Wcl-TabOpenDate PIC 9(8).
       01 ws-Wcl-ClaimCount PIC 9(5).
       01 ws-Wcl-Idx PIC 9(5).
       01 ws-Chgb-CreditMonth PIC 9(6).
       01 ws-HrEvtFile-Status PIC 99.
       01 ws-HrLogFile-Status PIC 99.
       01 ws-WorklistFile-Status PIC 99.
       01 ws-RecoveryFile-Status PIC 99.
       01 ws-TempRecoveryFile-Status PIC 99.
       01 ws-Hre-Today PIC 9(8).
       01 ws-Hre-Key.
           05 ws-Hre-KeyDate PIC 9(8).
           05 ws-Hre-KeyType PIC X(5).
           05 ws-Hre-KeyUser PIC X(20).
           05 ws-Hre-KeySite PIC X(10).
       01 ws-Hre-Logged-Flag PIC X(01).
       01 ws-Hre-Reject-Flag PIC X(01).
       01 ws-Hre-Outcome PIC X(30).
       01 ws-Hre-Mode PIC X(01).
       01 ws-Hre-Found-Flag PIC X(01).
       01 ws-Hre-ProcCount PIC 9(5).
       01 ws-Hre-SkipCount PIC 9(5).
       01 ws-Hre-RejCount PIC 9(5).
       01 ws-Hre-ItemCount PIC 9(5).
       01 ws-Hre-WlAction PIC X(10).
       01 ws-Hre-WlMach PIC 9(10).
       01 ws-Hre-WlItem PIC X(20).
       01 ws-Hre-WlFrom PIC X(10).
       01 ws-Hre-WlTo PIC X(10).
       01 ws-Hre-LogTable.
           05 ws-Hre-LogKey PIC X(43) OCCURS 5000 TIMES.
       01 ws-Hre-LogCount PIC 9(5).
       01 ws-Hre-PropTable.
           05 ws-Hre-PropMach PIC X(11) OCCURS 1000 TIMES.
       01 ws-Hre-PropCount PIC 9(5).
       01 ws-Hre-MachTable.
           05 ws-Hre-MachNum PIC X(11) OCCURS 200 TIMES.
       01 ws-Hre-MachCount PIC 9(3).
       01 ws-Hre-Idx PIC 9(5).
       01 ws-Rcv-Item-Table.
           05 ws-Rcv-Item OCCURS 200 TIMES.
              10 ws-Rcv-ItType PIC X(01).
              10 ws-Rcv-ItMach PIC X(11).
              10 ws-Rcv-ItRef PIC X(20).
       01 ws-Rcv-ItCount PIC 9(3).
       01 ws-Rcv-NewType PIC X(01).
       01 ws-Rcv-NewMach PIC X(11).
       01 ws-Rcv-NewRef PIC X(20).
       01 ws-Rcv-Idx PIC 9(3).
       01 ws-Rcv-CaseOpen-Flag PIC X(01).
       01 ws-Rcv-Held-Flag PIC X(01).
       01 ws-Rcv-ItemsClosed PIC 9(5).
       01 ws-Rcv-CasesClosed PIC 9(5).
       01 ws-Rcv-OpenCases PIC 9(5).
       01 ws-Rcv-OpenItems PIC 9(5).
       01 ws-Rcv-Today PIC 9(8).
       01 ws-Rcv-RefDate PIC 9(8).
       01 ws-Rcv-CaseKey.
           05 ws-Rcv-CaseUser PIC X(20).
           05 ws-Rcv-CaseDate PIC 9(8).
       01 ws-Rcv-OpenTable.
           05 ws-Rcv-OpenKey PIC X(28) OCCURS 500 TIMES.
       01 ws-Rcv-OpenCount PIC 9(3).
       01 ws-Rcv-OpenIdx PIC 9(3).
       01 ws-IntExcFile-Status PIC 99.
       01 ws-Gen-Base PIC X(20).
       01 ws-Int-Today PIC 9(8).
       01 ws-Int-Fix-Flag PIC X(01).
       01 ws-Int-Changed-Flag PIC X(01).
       01 ws-Int-Key PIC X(11).
       01 ws-Int-Sub PIC 9(5).
       01 ws-Int-Idx PIC 9(5).
       01 ws-Int-Idx2 PIC 9(5).
       01 ws-Int-Disposed-Flag PIC X(01).
       01 ws-Int-Open-Flag PIC X(01).
       01 ws-Int-Dup-Flag PIC X(01).
       01 ws-Int-CodeNum PIC 9(2).
       01 ws-Int-Code PIC X(4).
       01 ws-Int-FileName PIC X(15).
       01 ws-Int-Detail PIC X(40).
       01 ws-Int-Fixed PIC X(01).
       01 ws-Int-ExcCount PIC 9(5).
       01 ws-Int-FixCount PIC 9(5).
       01 ws-Int-MachTable.
           05 ws-Int-MachEntry OCCURS 5000 TIMES.
              10 ws-Int-MachNum PIC X(11).
              10 ws-Int-MachStatus PIC X(10).
              10 ws-Int-MachSite PIC X(10).
              10 ws-Int-OpenLoans PIC 9(3).
              10 ws-Int-OpenWos PIC 9(3).
              10 ws-Int-AcqCount PIC 9(3).
       01 ws-Int-MachCount PIC 9(5).
       01 ws-Int-DispTable.
           05 ws-Int-DispNum PIC X(11) OCCURS 5000 TIMES.
       01 ws-Int-DispCount PIC 9(5).
       01 ws-Int-PmTable.
           05 ws-Int-PmTyp PIC X(10) OCCURS 50 TIMES.
       01 ws-Int-PmCount PIC 9(3).
       01 ws-Int-CodeCounts.
           05 ws-Int-CodeCount PIC 9(5) OCCURS 19 TIMES.
       01 ws-Int-DescTable.
           05 FILLER PIC X(40) VALUE "LOAN FOR UNKNOWN MACHINE".
           05 FILLER PIC X(40) VALUE "OPEN LOAN ON MACHINE NOT LOANED".
           05 FILLER PIC X(40) VALUE "LOANED MACHINE WITH NO OPEN LOAN".
           05 FILLER PIC X(40) VALUE "MULTIPLE OPEN LOANS FOR MACHINE".
           05 FILLER PIC X(40) VALUE "WORK ORDER FOR UNKNOWN MACHINE".
           05 FILLER PIC X(40) VALUE
            "OPEN WORK ORDER ON MACHINE NOT IN REPAIR".
           05 FILLER PIC X(40) VALUE
            "REPAIR MACHINE WITH NO OPEN WORK ORDER".
           05 FILLER PIC X(40) VALUE
            "MULTIPLE OPEN WORK ORDERS FOR MACHINE".
           05 FILLER PIC X(40) VALUE "ACQUISITION FOR UNKNOWN MACHINE".
           05 FILLER PIC X(40) VALUE "DUPLICATE ACQUISITION RECORD".
           05 FILLER PIC X(40) VALUE "PERIPHERAL ON UNKNOWN MACHINE".
           05 FILLER PIC X(40) VALUE
            "PERIPHERAL SITE DIFFERS FROM MACHINE".
           05 FILLER PIC X(40) VALUE "XREF FOR UNKNOWN MACHINE".
           05 FILLER PIC X(40) VALUE "DUPLICATE SERIAL IN XREF".
           05 FILLER PIC X(40) VALUE "DUPLICATE ASSET TAG IN XREF".
           05 FILLER PIC X(40) VALUE
            "OPEN RESERVATION FOR UNKNOWN MACHINE".
           05 FILLER PIC X(40) VALUE "OPEN RESERVATION PAST END DATE".
           05 FILLER PIC X(40) VALUE "PM INTERVAL FOR INVALID TYPE".
           05 FILLER PIC X(40) VALUE "DUPLICATE PM INTERVAL FOR TYPE".
       01 ws-Int-DescList REDEFINES ws-Int-DescTable.
           05 ws-Int-Desc PIC X(40) OCCURS 19 TIMES.
       01 ws-SdInFile-Status PIC 99.
       01 ws-SdRejFile-Status PIC 99.
       01 ws-SdStFile-Status PIC 99.
       01 ws-SdSentFile-Status PIC 99.
       01 ws-Sd-Today PIC 9(8).
       01 ws-Sd-Reason PIC X(30).
       01 ws-Sd-Found-Flag PIC X(01).
       01 ws-Sd-Idx PIC 9(5).
       01 ws-Sd-ReadCount PIC 9(5).
       01 ws-Sd-OpenedCount PIC 9(5).
       01 ws-Sd-RejectCount PIC 9(5).
       01 ws-Sd-SentCount PIC 9(5).
       01 ws-Sd-TicketTable.
           05 ws-Sd-TicketTab PIC X(12) OCCURS 5000 TIMES.
       01 ws-Sd-TicketCount PIC 9(5).
       01 ws-Sd-SentTable.
           05 ws-Sd-SentEntry OCCURS 5000 TIMES.
              10 ws-Sd-SentTicket PIC X(12).
              10 ws-Sd-SentSig PIC X(84).
       01 ws-Sd-SentTabCount PIC 9(5).
       01 ws-Sd-Sig.
           05 ws-Sd-SigState PIC X(6).
           05 ws-Sd-SigVendor PIC X(20).
           05 ws-Sd-SigClose PIC 9(8).
           05 ws-Sd-SigResolution PIC X(50).
       01 ws-LossFile-Status PIC 99.
       01 ws-TempLossFile-Status PIC 99.
       01 ws-Loss-Today PIC 9(8).
       01 ws-Loss-Type PIC X(6).
       01 ws-Loss-DateText PIC X(8).
       01 ws-Loss-Date PIC 9(8).
       01 ws-Loss-ReportedBy PIC X(20).
       01 ws-Loss-CrimeRef PIC X(20).
       01 ws-Loss-InsClaim PIC X(20).
       01 ws-Loss-LastUser PIC X(20).
       01 ws-Loss-PriorStatus PIC X(10).
       01 ws-Loss-Number PIC 9(6).
       01 ws-Loss-MaxNumber PIC 9(6).
       01 ws-Loss-Found-Flag PIC X(01).
       01 ws-Loss-Ok-Flag PIC X(01).
       01 ws-Loss-AmountText PIC X(12).
       01 ws-Loss-Recovered PIC 9(7)V99.
       01 ws-Loss-ValueDisplay PIC Z(6)9.99.
       01 ws-Loss-RecDisplay PIC Z(6)9.99.
       01 ws-Loss-Year PIC 9(4).
       01 ws-Loss-Quarter PIC 9(1).
       01 ws-Loss-QtrText PIC X(1).
       01 ws-Loss-YearText PIC X(4).
       01 ws-Loss-FromDate PIC 9(8).
       01 ws-Loss-ToDate PIC 9(8).
       01 ws-Loss-DateWork.
           05 ws-Loss-DateYear PIC 9(4).
           05 ws-Loss-DateMonth PIC 9(2).
           05 ws-Loss-DateDay PIC 9(2).
       01 ws-Loss-Count PIC 9(5).
       01 ws-Loss-TotBook PIC 9(9)V99.
       01 ws-Loss-TotRecovered PIC 9(9)V99.
       01 ws-Loss-TotDisplay PIC Z(8)9.99.
       01 ws-Loss-TotRecDisplay PIC Z(8)9.99.
       01 ws-Loss-Idx PIC 9(4).
       01 ws-Loss-SiteTable.
           05 ws-Loss-SiteEntry OCCURS 200 TIMES.
              10 ws-Loss-SiteCode PIC X(10).
              10 ws-Loss-SiteCount PIC 9(4).
              10 ws-Loss-SiteBook PIC 9(9)V99.
              10 ws-Loss-SiteRec PIC 9(9)V99.
       01 ws-Loss-SiteCount-Total PIC 9(4).
       01 ws-Loss-UserTable.
           05 ws-Loss-UserEntry OCCURS 500 TIMES.
              10 ws-Loss-UserName PIC X(20).
              10 ws-Loss-UserCount PIC 9(4).
              10 ws-Loss-UserBook PIC 9(9)V99.
              10 ws-Loss-UserRec PIC 9(9)V99.
       01 ws-Loss-UserCount-Total PIC 9(4).
       01 ws-AuditCtl-Status PIC 99.
       01 ws-AuditSeal-Status PIC 99.
       01 ws-Seal-LastSeq PIC 9(9).
       01 ws-Seal-LastCheck PIC 9(10).
       01 ws-Seal-Data PIC X(259).
       01 ws-Seal-Hash PIC 9(18).
       01 ws-Seal-Pos PIC 9(3).
       01 ws-Seal-Seq PIC 9(9).
       01 ws-Seal-PrevSealSeq PIC 9(9).
       01 ws-Seal-Count PIC 9(9).
       01 ws-Seal-Today PIC 9(8).
       01 ws-Ver-Started-Flag PIC X(01).
       01 ws-Ver-Source PIC X(30).
       01 ws-Ver-PrevSeq PIC 9(9).
       01 ws-Ver-PrevCheck PIC 9(10).
       01 ws-Ver-Expected PIC 9(10).
       01 ws-Ver-RecCount PIC 9(9).
       01 ws-Ver-LegacyCount PIC 9(9).
       01 ws-Ver-ExcCount PIC 9(7).
       01 ws-Ver-RunCount PIC 9(9).
       01 ws-Ver-Detail PIC X(60).
       01 ws-Ver-SealIdx PIC 9(5).
       01 ws-Ver-SealTable.
           05 ws-Ver-SealEntry OCCURS 5000 TIMES.
              10 ws-Ver-SealDate PIC 9(8).
              10 ws-Ver-SealSeq PIC 9(9).
              10 ws-Ver-SealCount PIC 9(9).
              10 ws-Ver-SealCheck PIC 9(10).
       01 ws-Ver-SealTotal PIC 9(5).
       01 ws-ResRefFile-Status PIC 99.
       01 ws-Pool-Today PIC 9(8).
       01 ws-Pool-MonthText PIC X(6).
       01 ws-Pool-DateWork.
           05 ws-Pool-DateYear PIC 9(4).
           05 ws-Pool-DateMonth PIC 9(2).
           05 ws-Pool-DateDay PIC 9(2).
       01 ws-Pool-FromDate PIC 9(8).
       01 ws-Pool-NextDate PIC 9(8).
       01 ws-Pool-FromInt PIC 9(7).
       01 ws-Pool-NextInt PIC 9(7).
       01 ws-Pool-TodayInt PIC 9(7).
       01 ws-Pool-StartInt PIC 9(7).
       01 ws-Pool-EndInt PIC 9(7).
       01 ws-Pool-MonthDays PIC 9(3).
       01 ws-Pool-HighText PIC X(3).
       01 ws-Pool-LowText PIC X(3).
       01 ws-Pool-High PIC 9(3) VALUE 85.
       01 ws-Pool-Low PIC 9(3) VALUE 30.
       01 ws-Pool-Idx PIC 9(5).
       01 ws-Pool-Sub PIC 9(5).
       01 ws-Pool-Ent PIC 9(4).
       01 ws-Pool-Key-Site PIC X(10).
       01 ws-Pool-Key-Typ PIC X(10).
       01 ws-Pool-MachTable.
           05 ws-Pool-MachEntry OCCURS 5000 TIMES.
              10 ws-Pool-MachNum PIC X(11).
              10 ws-Pool-MachSite PIC X(10).
              10 ws-Pool-MachTyp PIC X(10).
              10 ws-Pool-MachStatus PIC X(10).
              10 ws-Pool-MachSpare PIC X(01).
              10 ws-Pool-MachLoaned PIC X(01).
       01 ws-Pool-MachCount PIC 9(5).
       01 ws-Pool-Table.
           05 ws-Pool-Entry OCCURS 500 TIMES.
              10 ws-Pool-Site PIC X(10).
              10 ws-Pool-Typ PIC X(10).
              10 ws-Pool-Count PIC 9(5).
              10 ws-Pool-UsedDays PIC 9(7).
              10 ws-Pool-Returned PIC 9(5).
              10 ws-Pool-LenSum PIC 9(7).
              10 ws-Pool-Late PIC 9(5).
              10 ws-Pool-Refused PIC 9(5).
       01 ws-Pool-EntCount PIC 9(4).
       01 ws-Pool-Avail PIC 9(7).
       01 ws-Pool-UtilPct PIC 9(3)V9.
       01 ws-Pool-AvgLen PIC 9(4)V9.
       01 ws-Pool-LatePct PIC 9(3)V9.
       01 ws-Pool-UtilDisplay PIC ZZ9.9.
       01 ws-Pool-AvgDisplay PIC ZZZ9.9.
       01 ws-Pool-LateDisplay PIC ZZ9.9.
       01 ws-Pool-Flag PIC X(16).
       01 ws-Pool-FlagCount PIC 9(4).
       01 ws-RegFile-Status PIC 99.
       01 ws-JrnFile-Status PIC 99.
       01 ws-Reg-Today PIC 9(8).
       01 ws-Reg-PeriodText PIC X(6).
       01 ws-Reg-Period PIC 9(6).
       01 ws-Reg-PrevPeriod PIC 9(6).
       01 ws-Reg-LastFrozen PIC 9(6).
       01 ws-Reg-CurPeriod PIC 9(6).
       01 ws-Reg-PeriodWork.
           05 ws-Reg-PerYear PIC 9(4).
           05 ws-Reg-PerMonth PIC 9(2).
       01 ws-Reg-StartDate PIC 9(8).
       01 ws-Reg-EndDate PIC 9(8).
       01 ws-Reg-EndMonths PIC 9(6).
       01 ws-Reg-PrevMonths PIC 9(6).
       01 ws-Reg-AsOfMonths PIC 9(6).
       01 ws-Reg-PurchMonths PIC 9(6).
       01 ws-Reg-Held PIC 9(6).
       01 ws-Reg-DateWork.
           05 ws-Reg-DateYear PIC 9(4).
           05 ws-Reg-DateMonth PIC 9(2).
           05 ws-Reg-DateDay PIC 9(2).
       01 ws-Reg-Cost PIC 9(7)V99.
       01 ws-Reg-Nbv PIC 9(9)V99.
       01 ws-Reg-NbvPrev PIC 9(9)V99.
       01 ws-Reg-NbvEnd PIC 9(9)V99.
       01 ws-Reg-Base PIC 9(9)V99.
       01 ws-Reg-Dep PIC S9(9)V99.
       01 ws-Reg-Add PIC 9(9)V99.
       01 ws-Reg-FirstRun-Flag PIC X(01).
       01 ws-Reg-Ok-Flag PIC X(01).
       01 ws-Reg-Freeze-Flag PIC X(01).
       01 ws-Reg-Idx PIC 9(5).
       01 ws-Reg-Sub PIC 9(5).
       01 ws-Reg-Ent PIC 9(4).
       01 ws-Reg-Ent2 PIC 9(4).
       01 ws-Reg-Key-Site PIC X(10).
       01 ws-Reg-Key-Typ PIC X(10).
       01 ws-Reg-Key-Num PIC X(11).
       01 ws-Reg-MachTable.
           05 ws-Reg-MachEntry OCCURS 5000 TIMES.
              10 ws-Reg-MNum PIC X(11).
              10 ws-Reg-MSite PIC X(10).
              10 ws-Reg-MTyp PIC X(10).
              10 ws-Reg-MPrevSite PIC X(10).
              10 ws-Reg-MPrevTyp PIC X(10).
              10 ws-Reg-MInStore PIC X(01).
              10 ws-Reg-MInPrev PIC X(01).
              10 ws-Reg-MHasAcq PIC X(01).
              10 ws-Reg-MDisp PIC X(01).
              10 ws-Reg-MAcqDate PIC 9(8).
              10 ws-Reg-MCost PIC 9(7)V99.
              10 ws-Reg-MOpening PIC 9(9)V99.
              10 ws-Reg-MDispBook PIC 9(9)V99.
              10 ws-Reg-MClosing PIC 9(9)V99.
       01 ws-Reg-MachCount PIC 9(5).
       01 ws-Reg-RecovDate PIC 9(8).
       01 ws-Reg-SumTable.
           05 ws-Reg-SumEntry OCCURS 500 TIMES.
              10 ws-Reg-SSite PIC X(10).
              10 ws-Reg-STyp PIC X(10).
              10 ws-Reg-SOpening PIC 9(9)V99.
              10 ws-Reg-SAdditions PIC 9(9)V99.
              10 ws-Reg-SDisposals PIC 9(9)V99.
              10 ws-Reg-SDepn PIC 9(9)V99.
              10 ws-Reg-SXferIn PIC 9(9)V99.
              10 ws-Reg-SXferOut PIC 9(9)V99.
              10 ws-Reg-SClosing PIC 9(9)V99.
       01 ws-Reg-SumSwap PIC X(97).
       01 ws-Reg-SumCount PIC 9(4).
       01 ws-Reg-Site-Tot.
           05 ws-Reg-TOpening PIC 9(9)V99.
           05 ws-Reg-TAdditions PIC 9(9)V99.
           05 ws-Reg-TDisposals PIC 9(9)V99.
           05 ws-Reg-TDepn PIC 9(9)V99.
           05 ws-Reg-TXferIn PIC 9(9)V99.
           05 ws-Reg-TXferOut PIC 9(9)V99.
           05 ws-Reg-TClosing PIC 9(9)V99.
       01 ws-Reg-Grand-Tot.
           05 ws-Reg-GOpening PIC 9(9)V99.
           05 ws-Reg-GAdditions PIC 9(9)V99.
           05 ws-Reg-GDisposals PIC 9(9)V99.
           05 ws-Reg-GDepn PIC 9(9)V99.
           05 ws-Reg-GXferIn PIC 9(9)V99.
           05 ws-Reg-GXferOut PIC 9(9)V99.
           05 ws-Reg-GClosing PIC 9(9)V99.
       01 ws-Reg-Diff PIC S9(9)V99.
       01 ws-Reg-OobCount PIC 9(4).
       01 ws-Reg-CurSite PIC X(10).
       01 ws-Reg-Flag PIC X(14).
       01 ws-Reg-D1 PIC Z(8)9.99.
       01 ws-Reg-D2 PIC Z(8)9.99.
       01 ws-Reg-D3 PIC Z(8)9.99.
       01 ws-Reg-D4 PIC Z(8)9.99.
       01 ws-Reg-D5 PIC Z(8)9.99.
       01 ws-Reg-D6 PIC Z(8)9.99.
       01 ws-Reg-D7 PIC Z(8)9.99.
       01 ws-Reg-DiffDisplay PIC -(8)9.99.
       01 ws-Reg-JrnCount PIC 9(5).
       01 ws-Reg-JrnAmount PIC 9(9)V99.
       01 ws-Reg-JrnDrAcct PIC X(10).
       01 ws-Reg-JrnCrAcct PIC X(10).
       01 ws-Reg-JrnText PIC X(30).
       01 ws-Reg-CostCentre PIC X(10).
       01 ws-Hist-FileName PIC X(30).
       01 ws-Hist-Status PIC 99.
       01 ws-HistIdx-Status PIC 99.
       01 ws-Purge-YearsText PIC X(02).
       01 ws-Purge-Years PIC 9(02).
       01 ws-Purge-Today PIC 9(8).
       01 ws-Purge-Cutoff PIC 9(8).
       01 ws-Purge-Confirm PIC X(01).
       01 ws-Purge-Table.
           05 ws-Purge-Entry OCCURS 5000 TIMES.
              10 ws-Purge-Num PIC X(11).
              10 ws-Purge-DispDate PIC 9(8).
              10 ws-Purge-Block PIC X(01).
              10 ws-Purge-Serial PIC X(20).
              10 ws-Purge-Tag PIC X(20).
       01 ws-Purge-Count PIC 9(5).
       01 ws-Purge-Idx PIC 9(5).
       01 ws-Purge-Sub PIC 9(5).
       01 ws-Purge-Key PIC X(11).
       01 ws-Purge-KeyPos PIC 9(3) VALUE 1.
       01 ws-Purge-Eligible PIC 9(5).
       01 ws-Purge-Blocked PIC 9(5).
       01 ws-Purge-Reason PIC X(20).
       01 ws-Purge-Done-Flag PIC X(01).
       01 ws-Purge-FileTable.
           05 ws-Purge-FileEntry OCCURS 16 TIMES.
              10 ws-Purge-FileName PIC X(14).
              10 ws-Purge-FileMoved PIC 9(7).
              10 ws-Purge-FileKept PIC 9(7).
       01 ws-Purge-FileCount PIC 9(2).
       01 ws-Purge-FileIdx PIC 9(2).
       01 ws-Purge-MovedTotal PIC 9(7).
       01 ws-M360-Key PIC X(20).
       01 ws-M360-OnStore PIC X(01).
       01 ws-M360-Purged PIC X(01).
       01 ws-M360-HistCount PIC 9(5).
       01 ws-CalFile-Status PIC 99.
       01 ws-TempCal-Status PIC 99.
       01 ws-Cal-Table.
           05 ws-Cal-Entry OCCURS 1000 TIMES.
              10 ws-Cal-TabDate PIC 9(8).
              10 ws-Cal-TabSite PIC X(10).
       01 ws-Cal-Count PIC 9(4).
       01 ws-Cal-Idx PIC 9(4).
       01 ws-Cal-MachTable.
           05 ws-Cal-MachEntry OCCURS 5000 TIMES.
              10 ws-Cal-MachNum PIC X(11).
              10 ws-Cal-MachSite PIC X(10).
       01 ws-Cal-MachCount PIC 9(5).
       01 ws-Cal-MachIdx PIC 9(5).
       01 ws-Cal-Key PIC X(11).
       01 ws-Cal-Date PIC 9(8).
       01 ws-Cal-Site PIC X(10).
       01 ws-Cal-Working-Flag PIC X(01).
       01 ws-Cal-DayOfWeek PIC 9(1).
       01 ws-Cal-Int PIC 9(7).
       01 ws-Cal-FromInt PIC 9(7).
       01 ws-Cal-ToInt PIC 9(7).
       01 ws-Cal-FromDate PIC 9(8).
       01 ws-Cal-ToDate PIC 9(8).
       01 ws-Cal-WorkDays PIC 9(5).
       01 ws-Cal-Choice PIC 9.
       01 ws-Cal-DateText PIC X(8).
       01 ws-Cal-NewDate PIC 9(8).
       01 ws-Cal-NewSite PIC X(10).
       01 ws-Cal-NewDesc PIC X(30).
       01 ws-Cal-Found-Flag PIC X(01).
       01 ws-Cal-Today PIC 9(8).
       01 ws-Cal-TodayYear PIC 9(4).
       01 ws-Cal-NextYear PIC 9(4).
       01 ws-Cal-NextCount PIC 9(4).
       01 ws-Cal-Year PIC 9(4).
       01 ws-Cal-ListCount PIC 9(5).
       01 ws-Cal-Warn-Flag PIC X(01).
       01 ws-Pm-ClosedCount PIC 9(5).
       01 ws-Close-PurgeCount PIC 9(7) VALUE 0.
       01 ws-SjFile-Status PIC 99.
       01 ws-Jrn-Pending PIC X(01) VALUE "N".
       01 ws-Jrn-Date PIC 9(8).
       01 ws-Jrn-TimeRaw PIC 9(8).
       01 ws-Jrn-Time PIC 9(6).
       01 ws-Jrn-Event PIC X(8).
       01 ws-Jrn-Option PIC 9(2).
       01 ws-Jrn-Parm PIC X(40).
       01 ws-Shf-Date PIC 9(8).
       01 ws-Shf-DateText PIC X(8).
       01 ws-Shf-OpFilter PIC X(10).
       01 ws-Shf-ThresholdText PIC X(5).
       01 ws-Shf-Threshold PIC 9(5).
       01 ws-Shf-DayStart PIC 9(6) VALUE 070000.
       01 ws-Shf-DayEnd PIC 9(6) VALUE 190000.
       01 ws-Shf-DayWorking PIC X(01).
       01 ws-Shf-AfterHrs-Flag PIC X(01).
       01 ws-Shf-ViewerIdx PIC 9(1).
       01 ws-Shf-OpTable.
           05 ws-Shf-OpEntry OCCURS 100 TIMES.
              10 ws-Shf-OpId PIC X(10).
              10 ws-Shf-OpSessions PIC 9(5).
              10 ws-Shf-OpOptions PIC 9(5).
              10 ws-Shf-OpInquiries PIC 9(5).
              10 ws-Shf-OpAfterHrs PIC 9(5).
              10 ws-Shf-OpRefused PIC 9(5).
              10 ws-Shf-OpChanges PIC 9(5).
       01 ws-Shf-OpCount PIC 9(3).
       01 ws-Shf-OpIdx PIC 9(3).
       01 ws-Shf-OpSub PIC 9(3).
       01 ws-Shf-Key PIC X(10).
       01 ws-Shf-OptTable.
           05 ws-Shf-OptEntry OCCURS 2000 TIMES.
              10 ws-Shf-OptOp PIC X(10).
              10 ws-Shf-OptNum PIC 9(2).
              10 ws-Shf-OptCount PIC 9(5).
       01 ws-Shf-OptCount-Tot PIC 9(4).
       01 ws-Shf-OptIdx PIC 9(4).
       01 ws-Shf-OptSub PIC 9(4).
       01 ws-Shf-OptText PIC X(48).
       01 ws-Shf-AfterHrsTotal PIC 9(5).
       01 ws-Shf-HighVolTotal PIC 9(3).
       01 ws-Shf-TimeDisplay.
           05 ws-Shf-TimeHh PIC 9(2).
           05 FILLER PIC X(01) VALUE ":".
           05 ws-Shf-TimeMm PIC 9(2).
           05 FILLER PIC X(01) VALUE ":".
           05 ws-Shf-TimeSs PIC 9(2).
       01 ws-Shf-TimeWork.
           05 ws-Shf-WorkHh PIC 9(2).
           05 ws-Shf-WorkMm PIC 9(2).
           05 ws-Shf-WorkSs PIC 9(2).
       PROCEDURE DIVISION.
           PERFORM InitializeFile.

           STOP RUN.

       DisplayMenu.
           PERFORM FlushSessionOption
           DISPLAY " AdminSystem"
           PERFORM VARYING ws-Menu-Idx FROM 1 BY 1 UNTIL
            ws-Menu-Idx GREATER THAN ws-Menu-Count
              MOVE ws-Menu-EntOption(ws-Menu-Idx) TO ws-Role-Sub
              IF ws-Role-Allowed(ws-Role-Sub) EQUAL "Y"
                 DISPLAY ws-Menu-EntText(ws-Menu-Idx)
              END-IF
           END-PERFORM
           DISPLAY "45. Exit"
           ACCEPT ws-MenuOption
           PERFORM MenuAction.

       MenuAction.
           IF ws-MenuOption GREATER THAN 0 AND
            ws-MenuOption NOT GREATER THAN ws-Menu-Count + 1 AND
            ws-MenuOption NOT EQUAL 45
              IF ws-Role-Allowed(ws-MenuOption) NOT EQUAL "Y"
                 PERFORM RefuseMenuOption
                 GO TO DisplayMenu
              END-IF
              PERFORM StartSessionOption
           END-IF.
           EVALUATE ws-MenuOption
           WHEN 1
            PERFORM AddMachine
            PERFORM PmDueListReport
           WHEN 44
            PERFORM GeneratePmWorkOrders
           WHEN 46
            PERFORM MaintainSiteMaster
           WHEN 47
            PERFORM SiteClosureRun
           WHEN 48
            PERFORM MaintainSoftwareLicences
           WHEN 49
            PERFORM LicenceComplianceReport
           WHEN 50
            PERFORM MaintainPurchaseOrders
           WHEN 51
            PERFORM ReceiveGoodsAgainstPo
           WHEN 52
            PERFORM OpenPurchaseOrderReport
           WHEN 53
            PERFORM MaintainWarrantyClaims
           WHEN 54
            PERFORM WarrantyRecoveryReport
           WHEN 55
            PERFORM ProcessHrEventFeed
           WHEN 56
            PERFORM RecoveryCaseReview
           WHEN 57
            PERFORM IntegritySweep
           WHEN 58
            PERFORM ImportServiceDeskIncidents
           WHEN 59
            PERFORM ExportServiceDeskStatus
           WHEN 60
            PERFORM ReportLostOrStolenMachine
           WHEN 61
            PERFORM RecordMachineRecovery
           WHEN 62
            PERFORM UpdateLossInsurance
           WHEN 63
            PERFORM QuarterlyLossReport
           WHEN 64
            PERFORM VerifyAuditTrail
           WHEN 65
            PERFORM LoanPoolUtilizationReport
           WHEN 66
            PERFORM PeriodEndAssetRegister
           WHEN 67
            PERFORM RetentionPurge
           WHEN 68
            PERFORM MaintainBusinessCalendar
           WHEN 69
            PERFORM ShiftActivityReport
           WHEN 45
            PERFORM JournalExit
            EXIT PROGRAM
           WHEN OTHER
            DISPLAY "Invalid option. Please try again."
              ELSE
                 MOVE "Y" TO ws-Batch-Mode
                 MOVE "BATCH" TO ws-Operator-Id
                 PERFORM JournalSignOn
                 MOVE 0 TO ws-Batch-ReturnCode
                 MOVE "BATCH RUN STARTED" TO ws-Batch-LogMsg
                 PERFORM WriteBatchLog
                  INTO ws-Batch-LogMsg
                 END-STRING
                 PERFORM WriteBatchLog
                 PERFORM JournalExit
                 MOVE ws-Batch-ReturnCode TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       RunBatchFunction.
           IF ws-Batch-Function NOT EQUAL SPACES
              MOVE "BATCH" TO ws-Jrn-Event
              MOVE 0 TO ws-Jrn-Option
              MOVE ws-Batch-Function TO ws-Jrn-Parm
              PERFORM JournalSessionEvent
           END-IF
           EVALUATE ws-Batch-Function
           WHEN "CLOSE"
            MOVE "DAILY CLOSING CHECK STARTED" TO ws-Batch-LogMsg
            PERFORM MonthEndTrendReport
            MOVE "MONTH-END TREND REPORT ENDED" TO ws-Batch-LogMsg
            PERFORM WriteBatchLog
           WHEN "LICENCE"
            MOVE "LICENCE COMPLIANCE REPORT STARTED" TO ws-Batch-LogMsg
            PERFORM WriteBatchLog
            PERFORM LicenceComplianceReport
            MOVE "LICENCE COMPLIANCE REPORT ENDED" TO ws-Batch-LogMsg
            PERFORM WriteBatchLog
           WHEN "OPENPO"
            MOVE "OPEN PURCHASE ORDER REPORT STARTED" TO ws-Batch-LogMsg
            PERFORM WriteBatchLog
            PERFORM OpenPurchaseOrderReport
            MOVE "OPEN PURCHASE ORDER REPORT ENDED" TO ws-Batch-LogMsg
            PERFORM WriteBatchLog
           WHEN "WARRCLAIM"
            MOVE "WARRANTY RECOVERY REPORT STARTED" TO ws-Batch-LogMsg
            PERFORM WriteBatchLog
            PERFORM WarrantyRecoveryReport
            MOVE "WARRANTY RECOVERY REPORT ENDED" TO ws-Batch-LogMsg
            PERFORM WriteBatchLog
           WHEN "HREVENTS"
            MOVE "HR EVENT PROCESSING STARTED" TO ws-Batch-LogMsg
            PERFORM WriteBatchLog
            PERFORM ProcessHrEventFeed
            MOVE SPACES TO ws-Batch-LogMsg
            STRING "EVENTS " ws-Hre-ProcCount " SKIPPED "
             ws-Hre-SkipCount " REJECTED " ws-Hre-RejCount
             DELIMITED BY SIZE INTO ws-Batch-LogMsg
            END-STRING
            PERFORM WriteBatchLog
            MOVE "HR EVENT PROCESSING ENDED" TO ws-Batch-LogMsg
            PERFORM WriteBatchLog
           WHEN "INTEGRITY"
            MOVE "INTEGRITY SWEEP STARTED" TO ws-Batch-LogMsg
            PERFORM WriteBatchLog
            PERFORM IntegritySweep
            MOVE SPACES TO ws-Batch-LogMsg
            STRING "EXCEPTIONS " ws-Int-ExcCount
             DELIMITED BY SIZE INTO ws-Batch-LogMsg
            END-STRING
            PERFORM WriteBatchLog
            IF ws-Int-ExcCount GREATER THAN 0 AND
             ws-Batch-ReturnCode LESS THAN 4
               MOVE 4 TO ws-Batch-ReturnCode
            END-IF
            MOVE "INTEGRITY SWEEP ENDED" TO ws-Batch-LogMsg
            PERFORM WriteBatchLog
           WHEN "SDINBOUND"
            MOVE "SERVICE DESK INBOUND STARTED" TO ws-Batch-LogMsg
            PERFORM WriteBatchLog
            PERFORM ImportServiceDeskIncidents
            MOVE SPACES TO ws-Batch-LogMsg
            STRING "READ " ws-Sd-ReadCount
             " OPENED " ws-Sd-OpenedCount
             " REJECTED " ws-Sd-RejectCount
             DELIMITED BY SIZE INTO ws-Batch-LogMsg
            END-STRING
            PERFORM WriteBatchLog
            IF ws-Sd-RejectCount GREATER THAN 0 AND
             ws-Batch-ReturnCode LESS THAN 4
               MOVE 4 TO ws-Batch-ReturnCode
            END-IF
            MOVE "SERVICE DESK INBOUND ENDED" TO ws-Batch-LogMsg
            PERFORM WriteBatchLog
           WHEN "SDSTATUS"
            MOVE "SERVICE DESK STATUS STARTED" TO ws-Batch-LogMsg
            PERFORM WriteBatchLog
            PERFORM ExportServiceDeskStatus
            MOVE SPACES TO ws-Batch-LogMsg
            STRING "STATUS RECORDS SENT " ws-Sd-SentCount
             DELIMITED BY SIZE INTO ws-Batch-LogMsg
            END-STRING
            PERFORM WriteBatchLog
            MOVE "SERVICE DESK STATUS ENDED" TO ws-Batch-LogMsg
            PERFORM WriteBatchLog
           WHEN "LOSSRPT"
            MOVE "QUARTERLY LOSS REPORT STARTED" TO ws-Batch-LogMsg
            PERFORM WriteBatchLog
            PERFORM QuarterlyLossReport
            MOVE SPACES TO ws-Batch-LogMsg
            STRING "INCIDENTS " ws-Loss-Count " QUARTER "
             ws-Loss-Year "Q" ws-Loss-Quarter
             DELIMITED BY SIZE INTO ws-Batch-LogMsg
            END-STRING
            PERFORM WriteBatchLog
            MOVE "QUARTERLY LOSS REPORT ENDED" TO ws-Batch-LogMsg
            PERFORM WriteBatchLog
           WHEN "AUDITVERIFY"
            MOVE "AUDIT TRAIL VERIFICATION STARTED" TO ws-Batch-LogMsg
            PERFORM WriteBatchLog
            PERFORM VerifyAuditTrail
            MOVE SPACES TO ws-Batch-LogMsg
            STRING "RECORDS " ws-Ver-RecCount
             " EXCEPTIONS " ws-Ver-ExcCount
             DELIMITED BY SIZE INTO ws-Batch-LogMsg
            END-STRING
            PERFORM WriteBatchLog
            IF ws-Ver-ExcCount GREATER THAN 0
               MOVE 8 TO ws-Batch-ReturnCode
               MOVE "AUDIT TRAIL FAILED VERIFICATION" TO
                ws-Batch-LogMsg
               PERFORM WriteBatchLog
            END-IF
            MOVE "AUDIT TRAIL VERIFICATION ENDED" TO ws-Batch-LogMsg
            PERFORM WriteBatchLog
           WHEN "LOANPOOL"
            MOVE "LOAN POOL UTILIZATION STARTED" TO ws-Batch-LogMsg
            PERFORM WriteBatchLog
            PERFORM LoanPoolUtilizationReport
            MOVE SPACES TO ws-Batch-LogMsg
            STRING "POOLS " ws-Pool-EntCount " FLAGGED "
             ws-Pool-FlagCount
             DELIMITED BY SIZE INTO ws-Batch-LogMsg
            END-STRING
            PERFORM WriteBatchLog
            MOVE "LOAN POOL UTILIZATION ENDED" TO ws-Batch-LogMsg
            PERFORM WriteBatchLog
           WHEN "FAREGISTER"
            MOVE "ASSET REGISTER ROLL-FORWARD STARTED" TO
             ws-Batch-LogMsg
            PERFORM WriteBatchLog
            PERFORM PeriodEndAssetRegister
            MOVE SPACES TO ws-Batch-LogMsg
            IF ws-Reg-Ok-Flag EQUAL "Y"
               STRING "PERIOD " ws-Reg-Period " FROZEN, SITES OUT OF"
                " BALANCE " ws-Reg-OobCount
                DELIMITED BY SIZE INTO ws-Batch-LogMsg
               END-STRING
               IF ws-Reg-OobCount GREATER THAN 0 AND
                ws-Batch-ReturnCode LESS THAN 4
                  MOVE 4 TO ws-Batch-ReturnCode
               END-IF
            ELSE
               STRING "PERIOD " ws-Reg-Period " NOT CLOSED"
                DELIMITED BY SIZE INTO ws-Batch-LogMsg
               END-STRING
               MOVE 8 TO ws-Batch-ReturnCode
            END-IF
            PERFORM WriteBatchLog
            MOVE "ASSET REGISTER ROLL-FORWARD ENDED" TO
             ws-Batch-LogMsg
            PERFORM WriteBatchLog
           WHEN "PURGE"
            MOVE "RETENTION PURGE STARTED" TO ws-Batch-LogMsg
            PERFORM WriteBatchLog
            PERFORM RetentionPurge
            MOVE SPACES TO ws-Batch-LogMsg
            STRING "MACHINES PURGED " ws-Purge-Eligible " BLOCKED "
             ws-Purge-Blocked " RECORDS ARCHIVED " ws-Purge-MovedTotal
             DELIMITED BY SIZE INTO ws-Batch-LogMsg
            END-STRING
            PERFORM WriteBatchLog
            IF ws-Purge-Blocked GREATER THAN 0 AND
             ws-Batch-ReturnCode LESS THAN 4
               MOVE 4 TO ws-Batch-ReturnCode
            END-IF
            MOVE "RETENTION PURGE ENDED" TO ws-Batch-LogMsg
            PERFORM WriteBatchLog
           WHEN "CALCHECK"
            MOVE "CALENDAR CHECK STARTED" TO ws-Batch-LogMsg
            PERFORM WriteBatchLog
            PERFORM CheckCalendarNextYear
            IF ws-Cal-Warn-Flag EQUAL "Y" AND
             ws-Batch-ReturnCode LESS THAN 4
               MOVE 4 TO ws-Batch-ReturnCode
            END-IF
            MOVE "CALENDAR CHECK ENDED" TO ws-Batch-LogMsg
            PERFORM WriteBatchLog
           WHEN "SHIFTRPT"
            MOVE "END-OF-SHIFT ACTIVITY REPORT STARTED" TO
             ws-Batch-LogMsg
            PERFORM WriteBatchLog
            PERFORM ShiftActivityReport
            MOVE SPACES TO ws-Batch-LogMsg
            STRING "OPERATORS " ws-Shf-OpCount " AFTER-HOURS EVENTS "
             ws-Shf-AfterHrsTotal " HIGH INQUIRY VOLUME "
             ws-Shf-HighVolTotal
             DELIMITED BY SIZE INTO ws-Batch-LogMsg
            END-STRING
            PERFORM WriteBatchLog
            IF (ws-Shf-AfterHrsTotal GREATER THAN 0 OR
             ws-Shf-HighVolTotal GREATER THAN 0) AND
             ws-Batch-ReturnCode LESS THAN 4
               MOVE 4 TO ws-Batch-ReturnCode
            END-IF
            MOVE "END-OF-SHIFT ACTIVITY REPORT ENDED" TO
             ws-Batch-LogMsg
            PERFORM WriteBatchLog
           WHEN SPACES
            CONTINUE
           WHEN OTHER
                    DISPLAY "Machine Number found: " StoreMachineNum
                    DISPLAY "Current Status: " StoreMachineStatus
                    MOVE StoreMachineStatus TO ws-Work-OldStatus
                    IF StoreMachineStatus EQUAL "LOST" OR
                     StoreMachineStatus EQUAL "STOLEN"
                       DISPLAY "Use Record Recovered Machine to restor"
                       "e this machine."
                       MOVE StoreMachineStatus TO ws-MachineStatus
                    ELSE
                       PERFORM PromptNewMachineStatus
                    END-IF
                    MOVE ws-MachineStatus TO StoreMachineStatus
                    REWRITE StoreRecord
                    IF ws-MachineStatus EQUAL "RETIRED" AND
                     ws-Work-OldStatus NOT EQUAL "RETIRED"
                       PERFORM FreeInstallsForRetiredMachine
                    END-IF
                    IF ws-MachineStatus EQUAL "REPAIR" AND
                     ws-Work-OldStatus NOT EQUAL "REPAIR"
                       PERFORM CheckOpenWorkOrderForMachine
            ws-MachineStatus NOT EQUAL "RETIRED" AND
            ws-MachineStatus NOT EQUAL "REPAIR" AND
            ws-MachineStatus NOT EQUAL "LOANED"
              IF ws-MachineStatus EQUAL "LOST" OR
               ws-MachineStatus EQUAL "STOLEN"
                 DISPLAY "Use Report Lost or Stolen Machine to record "
                 "an incident."
              ELSE
                 DISPLAY "Invalid status. Keeping current status."
              END-IF
              MOVE StoreMachineStatus TO ws-MachineStatus
           END-IF.

              ELSE
                 MOVE FUNCTION NUMVAL(ws-Loan-DueDateText) TO
                  ws-Loan-DueDate
                 IF FUNCTION TEST-DATE-YYYYMMDD(ws-Loan-DueDate)
                  NOT EQUAL 0
                    DISPLAY "Due date is not a valid calendar date."
                 ELSE
                    MOVE "Y" TO ws-Valid-Flag
                 END-IF
              END-IF
           END-PERFORM
           PERFORM LoadCalendarTable
           MOVE ws-Loan-DueDate TO ws-Cal-Date
           MOVE StoreMachineSite TO ws-Cal-Site
           PERFORM RollToWorkingDay
           IF ws-Cal-Date NOT EQUAL ws-Loan-DueDate
              DISPLAY "Due date " ws-Loan-DueDate " is not a working "
               "day; moved to " ws-Cal-Date
              MOVE ws-Cal-Date TO ws-Loan-DueDate
           END-IF.

       WriteLoanRecord.
           OPEN EXTEND LoanFile
                    DISPLAY "Machine Number not found."
                 NOT INVALID KEY
                    IF StoreMachineStatus EQUAL "RETIRED" OR
                     StoreMachineStatus EQUAL "REPAIR" OR
                     StoreMachineStatus EQUAL "LOST" OR
                     StoreMachineStatus EQUAL "STOLEN"
                       DISPLAY "Machine not available for reservation"
                       "."
                       DISPLAY "Current status: " StoreMachineStatus
                       MOVE 10 TO ws-LoanFile-Status
              END-PERFORM
              CLOSE LoanFile
           END-IF
           IF ws-Res-Conflict-Flag EQUAL "Y"
              PERFORM LogRefusedReservation
           END-IF.

       WriteReservationRecord.
           MOVE 0 TO ws-Notice-Count
           MOVE 0 TO ws-Notice-SentCount
           MOVE "N" TO ws-Table-Full-Flag
           PERFORM LoadCalendarTable
           PERFORM LoadCalendarSites
           OPEN INPUT LoanFile
           IF ws-LoanFile-Status EQUAL 35
              DISPLAY "No loans recorded yet."
              PERFORM UNTIL ws-LoanFile-Status = 10
                 IF LoanReturnDate EQUAL 0 AND
                  LoanDueDate LESS THAN ws-Notice-Today
                    MOVE LoanMachineNum TO ws-Cal-Key
                    PERFORM FindCalendarSite
                    MOVE LoanDueDate TO ws-Cal-FromDate
                    MOVE ws-Notice-Today TO ws-Cal-ToDate
                    PERFORM CountWorkingDays
                    MOVE ws-Cal-WorkDays TO ws-Notice-DaysLate
                    IF ws-Notice-DaysLate GREATER THAN 0
                       PERFORM CollectOverdueNoticeEntry
                    END-IF
                 END-IF
                 READ LoanFile INTO LoanRecord
                    AT END
           PERFORM ReturnToMenu.

       CollectOverdueNoticeEntry.
           IF ws-Notice-DaysLate GREATER THAN 30
              MOVE 3 TO ws-Notice-Level
           ELSE
            DISPLAY "Invalid inquiry choice."
            MOVE "N" TO ws-Inq-Valid-Flag
           END-EVALUATE
           EVALUATE ws-Inq-Choice
           WHEN 1
            STRING "MACHINE " ws-Inq-MachineNum
             DELIMITED BY SIZE INTO ws-Jrn-Parm
            END-STRING
           WHEN 2
            STRING "USER " ws-Inq-Username
             DELIMITED BY SIZE INTO ws-Jrn-Parm
            END-STRING
           WHEN 3
            STRING "ACTION " ws-Inq-Action
             DELIMITED BY SIZE INTO ws-Jrn-Parm
            END-STRING
           WHEN 4
            STRING "DATES " ws-Inq-FromDate " TO " ws-Inq-ToDate
             DELIMITED BY SIZE INTO ws-Jrn-Parm
            END-STRING
           WHEN OTHER
            CONTINUE
           END-EVALUATE
           IF ws-Inq-Valid-Flag EQUAL "Y"
              DISPLAY "Include archived records (Y/N)? "
              ACCEPT ws-Inq-IncludeArch
                     ws-Dep-MachNum(ws-Dep-MachCount)
                    MOVE StoreMachineManu TO
                     ws-Dep-MachManu(ws-Dep-MachCount)
                    MOVE StoreMachineStatus TO
                     ws-Dep-MachStatus(ws-Dep-MachCount)
                 ELSE
                    PERFORM WarnTableFull
                 END-IF
           MOVE SPACES TO ws-Acq-LookupManu
           PERFORM VARYING ws-Dep-Idx FROM 1 BY 1 UNTIL
            ws-Dep-Idx GREATER THAN ws-Dep-MachCount
              IF ws-Dep-MachNum(ws-Dep-Idx) EQUAL AcqMachineNum AND
               ws-Dep-MachStatus(ws-Dep-Idx) NOT EQUAL "LOST" AND
               ws-Dep-MachStatus(ws-Dep-Idx) NOT EQUAL "STOLEN"
                 MOVE ws-Dep-MachManu(ws-Dep-Idx) TO
                  ws-Acq-LookupManu
              END-IF
                       END-STRING
                       PERFORM WriteAuditRecord
                       DELETE StoreFile RECORD
                       PERFORM FreeInstallsForRetiredMachine
                       DISPLAY "Machine " ws-MachineNumber " disposed "
                       "and removed from store file."
                    END-IF
           MOVE 0 TO ws-Perf-MachCount
           MOVE 0 TO ws-Perf-WarrCount
           MOVE "N" TO ws-Table-Full-Flag
           PERFORM LoadCalendarTable
           PERFORM LoadCalendarSites
           OPEN INPUT AcqFile
           IF ws-AcqFile-Status EQUAL 35
              MOVE "No acquisition records on file yet." TO
              IF ws-Perf-VenSub GREATER THAN 0 AND
               WorkCloseDate NOT EQUAL 0
                 ADD 1 TO ws-Perf-VenClosed(ws-Perf-VenSub)
                 MOVE WorkMachineNum TO ws-Cal-Key
                 PERFORM FindCalendarSite
                 MOVE WorkOpenDate TO ws-Cal-FromDate
                 MOVE WorkCloseDate TO ws-Cal-ToDate
                 PERFORM CountWorkingDays
                 MOVE ws-Cal-WorkDays TO ws-Perf-Days
                 IF ws-Perf-Days GREATER THAN 0
                    ADD ws-Perf-Days TO
                     ws-Perf-VenDays(ws-Perf-VenSub)
              MOVE SPACES TO ws-Print-Line
              STRING "  Closed repairs: "
               ws-Perf-VenClosed(ws-Perf-Idx)
               " Average working days to close: " ws-Perf-AvgDays
               DELIMITED BY SIZE INTO ws-Print-Line
              END-STRING
              PERFORM PrintReportLine
           ACCEPT ws-Work-Fault
           DISPLAY "Enter repair vendor: "
           ACCEPT ws-Work-Vendor
           MOVE SPACES TO ws-Work-Ticket
           ACCEPT ws-Work-Today FROM DATE YYYYMMDD
           PERFORM WriteRepairWorkOrder.

       WriteRepairWorkOrder.
           OPEN EXTEND WorkOrderFile
           IF ws-WorkFile-Status EQUAL 35
              OPEN OUTPUT WorkOrderFile
           END-IF
           MOVE ws-MachineNumber TO WorkMachineNum
           MOVE ws-Work-Today TO WorkOpenDate
           MOVE ws-Work-Fault TO WorkFault
           MOVE 0 TO WorkCloseDate
           MOVE 0 TO WorkCost
           MOVE SPACES TO WorkResolution
           MOVE ws-Work-Ticket TO WorkTicket
           WRITE WorkOrderRecord
           DISPLAY "Work order opened."
           CLOSE WorkOrderFile
           PERFORM RaiseWarrantyClaim.

       CloseRepairWorkOrder.
           MOVE "N" TO ws-Work-Found-Flag
                    MOVE ws-Work-Today TO WorkCloseDate
                    MOVE ws-Work-Cost TO WorkCost
                    MOVE ws-Work-Resolution TO WorkResolution
                    MOVE WorkOpenDate TO ws-Wcl-WorkOpen
                    MOVE "Y" TO ws-Work-Found-Flag
                 END-IF
                 WRITE TempWorkOrderRecord FROM WorkOrderRecord
              IF ws-Work-Found-Flag EQUAL "Y"
                 PERFORM CopyTempWorkOrdersToFile
                 DISPLAY "Work order closed."
                 PERFORM UpdateClaimRepairCost
              ELSE
                 DISPLAY "No open work order found for that machine."
              END-IF
              END-IF
           END-PERFORM
           IF ws-Pm-Months GREATER THAN 0 AND
            StoreMachineStatus NOT EQUAL "RETIRED" AND
            StoreMachineStatus NOT EQUAL "LOST" AND
            StoreMachineStatus NOT EQUAL "STOLEN"
              IF ws-Pm-MachCount LESS THAN 5000
                 ADD 1 TO ws-Pm-MachCount
                 MOVE StoreMachineNum TO
                 MOVE StoreMachineTyp TO
                  ws-Pm-MachTyp(ws-Pm-MachCount)
                 MOVE ws-Pm-Months TO ws-Pm-MachInt(ws-Pm-MachCount)
                 MOVE StoreMachineSite TO
                  ws-Pm-MachSite(ws-Pm-MachCount)
                 MOVE 0 TO ws-Pm-MachLast(ws-Pm-MachCount)
                 MOVE 0 TO ws-Pm-MachAcq(ws-Pm-MachCount)
                 MOVE "N" TO ws-Pm-MachOpen(ws-Pm-MachCount)
                 MOVE "INTERNAL" TO ws-Pm-Vendor
              END-IF
              MOVE 0 TO ws-Pm-OpenedCount
              MOVE 0 TO ws-Pm-ClosedCount
              PERFORM LoadCalendarTable
              OPEN EXTEND WorkOrderFile
              IF ws-WorkFile-Status EQUAL 35
                 OPEN OUTPUT WorkOrderFile
              PERFORM VARYING ws-Pm-Sub FROM 1 BY 1 UNTIL
               ws-Pm-Sub GREATER THAN ws-Pm-MachCount
                 PERFORM CheckPmMachineDue
                 IF ws-Pm-Due-Flag EQUAL "Y" AND
                  ws-Pm-MachOpen(ws-Pm-Sub) EQUAL "N"
                    MOVE ws-Pm-Today TO ws-Cal-Date
                    MOVE ws-Pm-MachSite(ws-Pm-Sub) TO ws-Cal-Site
                    PERFORM CheckWorkingDay
                    IF ws-Cal-Working-Flag EQUAL "N"
                       MOVE "N" TO ws-Pm-Due-Flag
                       ADD 1 TO ws-Pm-ClosedCount
                    END-IF
                 END-IF
                 IF ws-Pm-Due-Flag EQUAL "Y" AND
                  ws-Pm-MachOpen(ws-Pm-Sub) EQUAL "N"
                    MOVE ws-Pm-MachNum(ws-Pm-Sub) TO WorkMachineNum
                    MOVE 0 TO WorkCloseDate
                    MOVE 0 TO WorkCost
                    MOVE SPACES TO WorkResolution
                    MOVE SPACES TO WorkTicket
                    WRITE WorkOrderRecord
                    ADD 1 TO ws-Pm-OpenedCount
                    DISPLAY "PM work order opened for Machine "
              END-PERFORM
              CLOSE WorkOrderFile
              DISPLAY "PM work orders opened: " ws-Pm-OpenedCount
              IF ws-Pm-ClosedCount GREATER THAN 0
                 DISPLAY "PM deferred, site closed today: "
                  ws-Pm-ClosedCount
              END-IF
           END-IF
           PERFORM ReturnToMenu.

           IF ws-Batch-Mode EQUAL "Y"
              MOVE 30 TO ws-Work-Threshold
           ELSE
              DISPLAY "Enter threshold in working days: "
              ACCEPT ws-Work-Threshold
           END-IF
           MOVE "rpt_repairaging.txt" TO ws-Print-FileName
           MOVE "REPAIR AGING REPORT" TO ws-Print-Title
           MOVE SPACES TO ws-Print-ColHead
           STRING "MACHINE / WORKING DAYS IN REPAIR / OPENED / VENDOR"
            " / FAULT" DELIMITED BY SIZE INTO ws-Print-ColHead
           END-STRING
           PERFORM StartReportSpool
           PERFORM LoadCalendarTable
           PERFORM LoadCalendarSites
           MOVE SPACES TO ws-Print-Line
           STRING "Threshold in working days: " ws-Work-Threshold
            DELIMITED BY SIZE INTO ws-Print-Line
           END-STRING
           PERFORM PrintReportLine
              END-READ
              PERFORM UNTIL ws-WorkFile-Status = 10
                 IF WorkCloseDate EQUAL 0
                    MOVE WorkMachineNum TO ws-Cal-Key
                    PERFORM FindCalendarSite
                    MOVE WorkOpenDate TO ws-Cal-FromDate
                    MOVE ws-Work-Today TO ws-Cal-ToDate
                    PERFORM CountWorkingDays
                    MOVE ws-Cal-WorkDays TO ws-Work-DaysOpen
                    IF ws-Work-DaysOpen GREATER THAN ws-Work-Threshold
                       ADD 1 TO ws-Work-Count
                       MOVE SPACES TO ws-Print-Line
                       STRING "Machine Number: " WorkMachineNum
                        " In repair " ws-Work-DaysOpen " working days"
                        DELIMITED BY SIZE INTO ws-Print-Line
                       END-STRING
                       PERFORM PrintReportLine
              MOVE "MISSING / MISPLACED / UNKNOWN MACHINES" TO
               ws-Print-ColHead
              PERFORM StartReportSpool
              MOVE 0 TO ws-Stk-BadSiteCount
              PERFORM LoadSiteTable
              READ StockScanFile INTO StockScanRecord
              AT END
                 MOVE 10 TO ws-StockScan-Status
              END-READ
              PERFORM UNTIL ws-StockScan-Status = 10
                 MOVE ScanSite TO ws-Site-CheckCode
                 PERFORM FindSiteInTable
                 IF ws-Site-Found-Flag EQUAL "N"
                    ADD 1 TO ws-Stk-BadSiteCount
                    MOVE SPACES TO ws-Print-Line
                    STRING "UNKNOWN SITE: Machine Number: "
                     ScanMachineNum " Scanned at: " ScanSite
                     DELIMITED BY SIZE INTO ws-Print-Line
                    END-STRING
                    PERFORM PrintReportLine
                 END-IF
                 IF ws-Stk-Count LESS THAN 5000
                    ADD 1 TO ws-Stk-Count
                    MOVE ScanMachineNum TO
               DELIMITED BY SIZE INTO ws-Print-Line
              END-STRING
              PERFORM PrintReportLine
              MOVE SPACES TO ws-Print-Line
              STRING "Scans at unknown sites: " ws-Stk-BadSiteCount
               DELIMITED BY SIZE INTO ws-Print-Line
              END-STRING
              PERFORM PrintReportLine
              MOVE SPACES TO ws-Print-TotalText
              STRING "MISSING " ws-Stk-MissingCount " MISPLACED "
               ws-Stk-MisplacedCount " UNKNOWN "

       Machine360Inquiry.
           DISPLAY "Machine 360 Inquiry"
           DISPLAY "Enter Machine Number (or S to search by serial): "
           ACCEPT ws-M360-Key
           IF ws-M360-Key EQUAL "S" OR ws-M360-Key EQUAL "s"
              DISPLAY "Enter serial number: "
              ACCEPT ws-Xref-Serial
              PERFORM FindMachineBySerial
              IF ws-Xref-Found-Flag EQUAL "N"
                 DISPLAY "Serial number not found."
                 GO TO DisplayMenu
              END-IF
           ELSE
              COMPUTE ws-MachineNumber = FUNCTION NUMVAL(ws-M360-Key)
           END-IF
           MOVE "Y" TO ws-M360-OnStore
           DISPLAY "---- Store record ----"
           OPEN INPUT StoreFile
           IF ws-StoreFile-Status EQUAL 35
              READ StoreFile INTO StoreRecord
                 INVALID KEY
                    DISPLAY "Not on store file."
                    MOVE "N" TO ws-M360-OnStore
                 NOT INVALID KEY
                    DISPLAY "Machine Number: " StoreMachineNum
                    DISPLAY "Machine Type: " StoreMachineTyp
              END-READ
           END-IF
           CLOSE StoreFile
           IF ws-M360-OnStore EQUAL "N"
              PERFORM DisplayPurgedMachineHistory
           END-IF
           DISPLAY "---- Acquisition record ----"
           PERFORM DisplayCurrentAcquisitionRecord
           IF ws-Acq-Found-Flag EQUAL "N"
                    ELSE
                    IF ws-Transfer-NewSite EQUAL StoreMachineSite
                       DISPLAY "Machine is already at that site."
                    ELSE
                    MOVE ws-Transfer-NewSite TO ws-Site-CheckCode
                    PERFORM CheckSiteInMaster
                    IF ws-Site-Found-Flag EQUAL "N"
                       DISPLAY "Site Code not in site master."
                    ELSE
                    IF ws-Site-CheckStatus EQUAL "C"
                       DISPLAY "Site is closed; choose an open site."
                    ELSE
                       MOVE StoreMachineSite TO ws-Audit-OldSite
                       MOVE ws-Transfer-NewSite TO StoreMachineSite
                        ws-Transfer-NewSite
                    END-IF
                    END-IF
                    END-IF
                    END-IF
              END-READ
           END-IF
           CLOSE StoreFile
              PERFORM CopyTempMachinesToMachineFile
           END-IF.

       CheckSiteInMaster.
           MOVE "N" TO ws-Site-Found-Flag
           MOVE "N" TO ws-Site-FileMissing
           MOVE SPACES TO ws-Site-CheckStatus
           OPEN INPUT SiteFile
           IF ws-SiteFile-Status EQUAL 35
              MOVE "Y" TO ws-Site-FileMissing
              MOVE "Y" TO ws-Site-Found-Flag
              DISPLAY "Site master file not on file; site not validated"
              "."
              CLOSE SiteFile
           ELSE
              READ SiteFile INTO SiteRecord
              AT END
                 MOVE 10 TO ws-SiteFile-Status
              END-READ
              PERFORM UNTIL ws-SiteFile-Status = 10 OR
               ws-Site-Found-Flag EQUAL "Y"
                 IF SiteCode EQUAL ws-Site-CheckCode
                    MOVE "Y" TO ws-Site-Found-Flag
                    MOVE SiteStatus TO ws-Site-CheckStatus
                    MOVE SiteName TO ws-Site-Name
                    MOVE SiteCostCentre TO ws-Site-CostCentre
                    MOVE SiteManager TO ws-Site-Manager
                 END-IF
                 READ SiteFile INTO SiteRecord
                    AT END
                       MOVE 10 TO ws-SiteFile-Status
              END-PERFORM
              CLOSE SiteFile
           END-IF.

       LoadSiteTable.
           MOVE 0 TO ws-Site-TabCount
           MOVE "N" TO ws-Site-FileMissing
           MOVE "N" TO ws-Table-Full-Flag
           OPEN INPUT SiteFile
           IF ws-SiteFile-Status EQUAL 35
              MOVE "Y" TO ws-Site-FileMissing
              CLOSE SiteFile
           ELSE
              READ SiteFile INTO SiteRecord
              AT END
                 MOVE 10 TO ws-SiteFile-Status
              END-READ
              PERFORM UNTIL ws-SiteFile-Status = 10
                 IF ws-Site-TabCount LESS THAN 200
                    ADD 1 TO ws-Site-TabCount
                    MOVE SiteCode TO ws-Site-TabCode(ws-Site-TabCount)
                    MOVE SiteStatus TO
                     ws-Site-TabStatus(ws-Site-TabCount)
                    MOVE SiteCostCentre TO
                     ws-Site-TabCostCentre(ws-Site-TabCount)
                 ELSE
                    PERFORM WarnTableFull
                 END-IF
                 READ SiteFile INTO SiteRecord
                    AT END
                       MOVE 10 TO ws-SiteFile-Status
              END-PERFORM
              CLOSE SiteFile
           END-IF.

       FindSiteInTable.
           MOVE "N" TO ws-Site-Found-Flag
           MOVE SPACES TO ws-Site-CheckStatus
           IF ws-Site-FileMissing EQUAL "Y"
              MOVE "Y" TO ws-Site-Found-Flag
           ELSE
              PERFORM VARYING ws-Site-TabIdx FROM 1 BY 1 UNTIL
               ws-Site-TabIdx GREATER THAN ws-Site-TabCount
                 IF ws-Site-TabCode(ws-Site-TabIdx) EQUAL
                  ws-Site-CheckCode
                    MOVE "Y" TO ws-Site-Found-Flag
                    MOVE ws-Site-TabStatus(ws-Site-TabIdx) TO
                     ws-Site-CheckStatus
                 END-IF
              END-PERFORM
           END-IF.

       MaintainSiteMaster.
           DISPLAY "Site Master Maintenance"
           DISPLAY "1. Add or Update Site"
           DISPLAY "2. List Sites"
           ACCEPT ws-Site-Choice
           EVALUATE ws-Site-Choice
           WHEN 1
            PERFORM AddOrUpdateSite
           WHEN 2
            PERFORM ListSites
           WHEN OTHER
            DISPLAY "Invalid choice."
           END-EVALUATE
           PERFORM ReturnToMenu.

       AddOrUpdateSite.
           DISPLAY "Enter Site Code: "
           ACCEPT ws-Site-Code
           IF ws-Site-Code EQUAL SPACES
              DISPLAY "Site Code cannot be empty."
           ELSE
              MOVE ws-Site-Code TO ws-Site-CheckCode
              MOVE SPACES TO ws-Site-Name ws-Site-CostCentre
               ws-Site-Manager
              PERFORM CheckSiteInMaster
              IF ws-Site-Found-Flag EQUAL "Y" AND
               ws-Site-FileMissing EQUAL "N"
                 DISPLAY "Current Name: " ws-Site-Name
                 DISPLAY "Current Cost Centre: " ws-Site-CostCentre
                 DISPLAY "Current Manager: " ws-Site-Manager
                 DISPLAY "Current Status: " ws-Site-CheckStatus
                 MOVE ws-Site-CheckStatus TO ws-Audit-OldSpec
              ELSE
                 DISPLAY "New site."
                 MOVE SPACES TO ws-Audit-OldSpec
              END-IF
              PERFORM PromptSiteFields
              IF ws-Valid-Flag EQUAL "Y"
                 PERFORM RewriteSiteRecord
                 MOVE "SITE" TO ws-Audit-Action
                 MOVE 0 TO ws-Audit-MachineNum
                 MOVE ws-Site-Manager TO ws-Audit-Username
                 MOVE SPACES TO ws-Audit-OldTyp
                 MOVE SPACES TO ws-Audit-OldManu
                 MOVE SPACES TO ws-Audit-OldUsername
                 MOVE SPACES TO ws-Audit-NewTyp
                 MOVE SPACES TO ws-Audit-NewManu
                 MOVE SPACES TO ws-Audit-NewUsername
                 MOVE SPACES TO ws-Audit-NewSpec
                 STRING ws-Site-Status " " ws-Site-CostCentre " "
                  ws-Site-Name
                  DELIMITED BY SIZE INTO ws-Audit-NewSpec
                 END-STRING
                 MOVE ws-Site-Code TO ws-Audit-OldSite
                 MOVE ws-Site-Code TO ws-Audit-NewSite
                 PERFORM WriteAuditRecord
                 DISPLAY "Site saved."
              END-IF
           END-IF.

       PromptSiteFields.
           MOVE "N" TO ws-Valid-Flag
           DISPLAY "Enter Site Name: "
           ACCEPT ws-Site-Name
           DISPLAY "Enter Cost Centre: "
           ACCEPT ws-Site-CostCentre
           DISPLAY "Enter Site Manager: "
           ACCEPT ws-Site-Manager
           DISPLAY "Enter Status (O open, C closed): "
           ACCEPT ws-Site-Status
           IF ws-Site-Name EQUAL SPACES OR
            ws-Site-CostCentre EQUAL SPACES
              DISPLAY "Site Name and Cost Centre cannot be empty."
           ELSE
              IF NOT ws-Valid-SiteStatus
                 DISPLAY "Status must be O or C."
              ELSE
                 MOVE "Y" TO ws-Valid-Flag
              END-IF
           END-IF.

       RewriteSiteRecord.
           MOVE "N" TO ws-Found-Flag
           OPEN INPUT SiteFile
           IF ws-SiteFile-Status EQUAL 35
              CLOSE SiteFile
              OPEN OUTPUT SiteFile
              MOVE ws-Site-Code TO SiteCode
              MOVE ws-Site-Name TO SiteName
              MOVE ws-Site-CostCentre TO SiteCostCentre
              MOVE ws-Site-Manager TO SiteManager
              MOVE ws-Site-Status TO SiteStatus
              WRITE SiteRecord
              CLOSE SiteFile
           ELSE
              OPEN OUTPUT TempSiteFile
              READ SiteFile INTO SiteRecord
              AT END
                 MOVE 10 TO ws-SiteFile-Status
              END-READ
              PERFORM UNTIL ws-SiteFile-Status = 10
                 IF SiteCode EQUAL ws-Site-Code
                    MOVE "Y" TO ws-Found-Flag
                    MOVE ws-Site-Name TO SiteName
                    MOVE ws-Site-CostCentre TO SiteCostCentre
                    MOVE ws-Site-Manager TO SiteManager
                    MOVE ws-Site-Status TO SiteStatus
                 END-IF
                 WRITE TempSiteRecord FROM SiteRecord
                 READ SiteFile INTO SiteRecord
                    AT END
                       MOVE 10 TO ws-SiteFile-Status
              END-PERFORM
              IF ws-Found-Flag EQUAL "N"
                 MOVE ws-Site-Code TO TempSiteCode
                 MOVE ws-Site-Name TO TempSiteName
                 MOVE ws-Site-CostCentre TO TempSiteCostCentre
                 MOVE ws-Site-Manager TO TempSiteManager
                 MOVE ws-Site-Status TO TempSiteStatus
                 WRITE TempSiteRecord
              END-IF
              CLOSE SiteFile
              CLOSE TempSiteFile
              PERFORM CopyTempSiteToFile
           END-IF.

       SetSiteStatus.
           OPEN INPUT SiteFile
           IF ws-SiteFile-Status EQUAL 35
              CLOSE SiteFile
           ELSE
              OPEN OUTPUT TempSiteFile
              READ SiteFile INTO SiteRecord
              AT END
                 MOVE 10 TO ws-SiteFile-Status
              END-READ
              PERFORM UNTIL ws-SiteFile-Status = 10
                 IF SiteCode EQUAL ws-Site-Code
                    MOVE ws-Site-Status TO SiteStatus
                 END-IF
                 WRITE TempSiteRecord FROM SiteRecord
                 READ SiteFile INTO SiteRecord
                    AT END
                       MOVE 10 TO ws-SiteFile-Status
              END-PERFORM
              CLOSE SiteFile
              CLOSE TempSiteFile
              PERFORM CopyTempSiteToFile
           END-IF.

       CopyTempSiteToFile.
           OPEN INPUT TempSiteFile
           OPEN OUTPUT SiteFile
           READ TempSiteFile INTO TempSiteRecord
           AT END
              MOVE 10 TO ws-TempSiteFile-Status
           END-READ
           PERFORM UNTIL ws-TempSiteFile-Status = 10
              WRITE SiteRecord FROM TempSiteRecord
              READ TempSiteFile INTO TempSiteRecord
                 AT END
                    MOVE 10 TO ws-TempSiteFile-Status
           END-PERFORM
           CLOSE TempSiteFile
           CLOSE SiteFile.

       ListSites.
           MOVE 0 TO ws-Site-Count
           OPEN INPUT SiteFile
           IF ws-SiteFile-Status EQUAL 35
              DISPLAY "No sites on file yet."
              CLOSE SiteFile
           ELSE
              READ SiteFile INTO SiteRecord
              AT END
                 MOVE 10 TO ws-SiteFile-Status
              END-READ
              PERFORM UNTIL ws-SiteFile-Status = 10
                 ADD 1 TO ws-Site-Count
                 DISPLAY "Site: " SiteCode " " SiteName
                 DISPLAY "  Cost Centre: " SiteCostCentre
                  " Manager: " SiteManager " Status: " SiteStatus
                 READ SiteFile INTO SiteRecord
                    AT END
                       MOVE 10 TO ws-SiteFile-Status
              END-PERFORM
              CLOSE SiteFile
              DISPLAY "Sites on file: " ws-Site-Count
           END-IF.

       SiteClosureRun.
           DISPLAY "Site Closure and Consolidation"
           DISPLAY "Enter closing Site Code: "
           ACCEPT ws-Site-CloseCode
           DISPLAY "Enter receiving Site Code: "
           ACCEPT ws-Site-RecvCode
           MOVE "N" TO ws-Valid-Flag
           IF ws-Site-CloseCode EQUAL SPACES OR
            ws-Site-RecvCode EQUAL SPACES
              DISPLAY "Site Codes cannot be empty."
           ELSE
           IF ws-Site-CloseCode EQUAL ws-Site-RecvCode
              DISPLAY "Closing and receiving sites must differ."
           ELSE
              MOVE ws-Site-CloseCode TO ws-Site-CheckCode
              PERFORM CheckSiteInMaster
              IF ws-Site-FileMissing EQUAL "Y"
                 DISPLAY "A site master file is required for a closure"
                 " run."
              ELSE
              IF ws-Site-Found-Flag EQUAL "N"
                 DISPLAY "Closing site not in site master."
              ELSE
              IF ws-Site-CheckStatus EQUAL "C"
                 DISPLAY "Closing site is already closed."
              ELSE
                 MOVE ws-Site-RecvCode TO ws-Site-CheckCode
                 PERFORM CheckSiteInMaster
                 IF ws-Site-Found-Flag EQUAL "N"
                    DISPLAY "Receiving site not in site master."
                 ELSE
                 IF ws-Site-CheckStatus EQUAL "C"
                    DISPLAY "Receiving site is closed."
                 ELSE
                    MOVE "Y" TO ws-Valid-Flag
                 END-IF
                 END-IF
              END-IF
              END-IF
              END-IF
           END-IF
           END-IF
           IF ws-Valid-Flag EQUAL "Y"
              PERFORM CheckAnyForeignLock
              IF ws-Lock-Foreign-Flag EQUAL "Y"
                 DISPLAY "Site closure refused: records are in use."
              ELSE
                 DISPLAY "Move every record at " ws-Site-CloseCode
                  " to " ws-Site-RecvCode " and close the site? (Y/N)"
                  ": "
                 ACCEPT ws-Site-Confirm
                 IF ws-Site-Confirm EQUAL "Y" OR
                  ws-Site-Confirm EQUAL "y"
                    PERFORM ExecuteSiteClosure
                 ELSE
                    DISPLAY "Site closure cancelled."
                 END-IF
              END-IF
           END-IF
           PERFORM ReturnToMenu.

       ExecuteSiteClosure.
           PERFORM TakeGenerationBackup
           MOVE "peripherals" TO ws-Gen-Base
           PERFORM RotateFileGenerations
           MOVE 0 TO ws-Site-MachMoved
           MOVE 0 TO ws-Site-FileMoved
           MOVE 0 TO ws-Site-LoanMoved
           MOVE 0 TO ws-Site-ResMoved
           MOVE 0 TO ws-Site-PerMoved
           MOVE 0 TO ws-Site-MovedCount
           MOVE "N" TO ws-Table-Full-Flag
           MOVE "rpt_siteclose.txt" TO ws-Print-FileName
           MOVE "SITE CLOSURE CONSOLIDATION REPORT" TO ws-Print-Title
           MOVE "ITEM / MACHINE NUMBER / DETAIL / FROM SITE / TO SITE"
            TO ws-Print-ColHead
           PERFORM StartReportSpool
           MOVE SPACES TO ws-Print-Line
           STRING "Closing site: " ws-Site-CloseCode
            " Receiving site: " ws-Site-RecvCode
            DELIMITED BY SIZE INTO ws-Print-Line
           END-STRING
           PERFORM PrintReportLine
           PERFORM MoveClosingSiteStore
           PERFORM MoveClosingSiteMachineFile
           PERFORM MoveClosingSiteLoans
           PERFORM MoveClosingSiteReservations
           PERFORM MoveClosingSitePeripherals
           MOVE ws-Site-CloseCode TO ws-Site-Code
           MOVE "C" TO ws-Site-Status
           PERFORM SetSiteStatus
           PERFORM SetSiteTransferAudit
           MOVE "SITECLOSE" TO ws-Audit-Action
           MOVE 0 TO ws-Audit-MachineNum
           MOVE SPACES TO ws-Audit-Username
           STRING "SITE CLOSED MACHINES " ws-Site-MachMoved
            DELIMITED BY SIZE INTO ws-Audit-NewSpec
           END-STRING
           PERFORM WriteAuditRecord
           MOVE SPACES TO ws-Print-Line
           STRING "Store machines moved: " ws-Site-MachMoved
            " machines.txt rows moved: " ws-Site-FileMoved
            DELIMITED BY SIZE INTO ws-Print-Line
           END-STRING
           PERFORM PrintReportLine
           MOVE SPACES TO ws-Print-Line
           STRING "Open loans moved: " ws-Site-LoanMoved
            " Reservations moved: " ws-Site-ResMoved
            " Peripherals moved: " ws-Site-PerMoved
            DELIMITED BY SIZE INTO ws-Print-Line
           END-STRING
           PERFORM PrintReportLine
           MOVE SPACES TO ws-Print-Line
           STRING "Site " ws-Site-CloseCode " marked closed."
            DELIMITED BY SIZE INTO ws-Print-Line
           END-STRING
           PERFORM PrintReportLine
           MOVE SPACES TO ws-Print-TotalText
           STRING "MACHINES " ws-Site-MachMoved " LOANS "
            ws-Site-LoanMoved " RESERVATIONS " ws-Site-ResMoved
            " PERIPHERALS " ws-Site-PerMoved
            DELIMITED BY SIZE INTO ws-Print-TotalText
           END-STRING
           PERFORM EndReportSpool.

       SetSiteTransferAudit.
           MOVE "TRANSFER" TO ws-Audit-Action
           MOVE SPACES TO ws-Audit-OldTyp
           MOVE SPACES TO ws-Audit-OldManu
           MOVE SPACES TO ws-Audit-OldUsername
           MOVE SPACES TO ws-Audit-OldSpec
           MOVE SPACES TO ws-Audit-NewTyp
           MOVE SPACES TO ws-Audit-NewManu
           MOVE SPACES TO ws-Audit-NewUsername
           MOVE SPACES TO ws-Audit-NewSpec
           MOVE ws-Site-CloseCode TO ws-Audit-OldSite
           MOVE ws-Site-RecvCode TO ws-Audit-NewSite.

       MoveClosingSiteStore.
           OPEN I-O StoreFile
           IF ws-StoreFile-Status NOT EQUAL 0
              DISPLAY "No machine numbers stored yet."
           ELSE
              READ StoreFile NEXT INTO StoreRecord
              AT END
                 MOVE 10 TO ws-StoreFile-Status
              END-READ
              PERFORM UNTIL ws-StoreFile-Status = 10
                 IF StoreMachineSite EQUAL ws-Site-CloseCode
                    PERFORM MoveOneClosingSiteMachine
                 END-IF
                 READ StoreFile NEXT INTO StoreRecord
                    AT END
                       MOVE 10 TO ws-StoreFile-Status
              END-PERFORM
           END-IF
           CLOSE StoreFile.

       MoveOneClosingSiteMachine.
           MOVE ws-Site-RecvCode TO StoreMachineSite
           REWRITE StoreRecord
           ADD 1 TO ws-Site-MachMoved
           IF ws-Site-MovedCount LESS THAN 5000
              ADD 1 TO ws-Site-MovedCount
              MOVE StoreMachineNum TO
               ws-Site-MovedNum(ws-Site-MovedCount)
           ELSE
              PERFORM WarnTableFull
           END-IF
           PERFORM SetSiteTransferAudit
           MOVE StoreMachineNum TO ws-Audit-MachineNum
           MOVE StoreMachineUsername TO ws-Audit-Username
           MOVE "SITE CLOSURE" TO ws-Audit-NewSpec
           PERFORM WriteAuditRecord
           MOVE SPACES TO ws-Print-Line
           STRING "MACHINE     " StoreMachineNum " "
            StoreMachineTyp " " StoreMachineUsername " "
            ws-Site-CloseCode " " ws-Site-RecvCode
            DELIMITED BY SIZE INTO ws-Print-Line
           END-STRING
           PERFORM PrintReportLine.

       MoveClosingSiteMachineFile.
           OPEN INPUT MachineFile
           IF ws-MachineFile-Status EQUAL 35
              CLOSE MachineFile
           ELSE
              OPEN OUTPUT TempMachineFile
              READ MachineFile INTO MachineRecord
              AT END
                 MOVE 10 TO ws-MachineFile-Status
              END-READ
              PERFORM UNTIL ws-MachineFile-Status = 10
                 IF MachineSite EQUAL ws-Site-CloseCode
                    MOVE ws-Site-RecvCode TO MachineSite
                    ADD 1 TO ws-Site-FileMoved
                 END-IF
                 WRITE TempMachineRecord FROM MachineRecord
                 READ MachineFile INTO MachineRecord
                    AT END
                       MOVE 10 TO ws-MachineFile-Status
              END-PERFORM
              CLOSE MachineFile
              CLOSE TempMachineFile
              PERFORM CopyTempMachinesToMachineFile
           END-IF.

       CheckSiteMovedMachine.
           MOVE "N" TO ws-Site-Moved-Flag
           PERFORM VARYING ws-Site-Idx FROM 1 BY 1 UNTIL
            ws-Site-Idx GREATER THAN ws-Site-MovedCount
              IF ws-Site-MovedNum(ws-Site-Idx) EQUAL ws-Site-CheckNum
                 MOVE "Y" TO ws-Site-Moved-Flag
              END-IF
           END-PERFORM.

       MoveClosingSiteLoans.
           OPEN INPUT LoanFile
           IF ws-LoanFile-Status EQUAL 35
              CLOSE LoanFile
           ELSE
              READ LoanFile INTO LoanRecord
              AT END
                 MOVE 10 TO ws-LoanFile-Status
              END-READ
              PERFORM UNTIL ws-LoanFile-Status = 10
                 IF LoanReturnDate EQUAL 0
                    MOVE LoanMachineNum TO ws-Site-CheckNum
                    PERFORM CheckSiteMovedMachine
                    IF ws-Site-Moved-Flag EQUAL "Y"
                       ADD 1 TO ws-Site-LoanMoved
                       PERFORM SetSiteTransferAudit
                       MOVE LoanMachineNum TO ws-Audit-MachineNum
                       MOVE LoanUsername TO ws-Audit-Username
                       STRING "SITE CLOSURE OPEN LOAN DUE "
                        LoanDueDate
                        DELIMITED BY SIZE INTO ws-Audit-NewSpec
                       END-STRING
                       PERFORM WriteAuditRecord
                       MOVE SPACES TO ws-Print-Line
                       STRING "OPEN LOAN   " LoanMachineNum " "
                        LoanUsername " DUE " LoanDueDate " "
                        ws-Site-CloseCode " " ws-Site-RecvCode
                        DELIMITED BY SIZE INTO ws-Print-Line
                       END-STRING
                       PERFORM PrintReportLine
                    END-IF
                 END-IF
                 READ LoanFile INTO LoanRecord
                    AT END
                       MOVE 10 TO ws-LoanFile-Status
              END-PERFORM
              CLOSE LoanFile
           END-IF.

       MoveClosingSiteReservations.
           OPEN INPUT ReservFile
           IF ws-ResFile-Status EQUAL 35
              CLOSE ReservFile
           ELSE
              READ ReservFile INTO ReservRecord
              AT END
                 MOVE 10 TO ws-ResFile-Status
              END-READ
              PERFORM UNTIL ws-ResFile-Status = 10
                 IF ResStatus EQUAL "O"
                    MOVE ResMachineNum TO ws-Site-CheckNum
                    PERFORM CheckSiteMovedMachine
                    IF ws-Site-Moved-Flag EQUAL "Y"
                       ADD 1 TO ws-Site-ResMoved
                       PERFORM SetSiteTransferAudit
                       MOVE ResMachineNum TO ws-Audit-MachineNum
                       MOVE ResUsername TO ws-Audit-Username
                       STRING "SITE CLOSURE RESERVATION "
                        ResFromDate " " ResToDate
                        DELIMITED BY SIZE INTO ws-Audit-NewSpec
                       END-STRING
                       PERFORM WriteAuditRecord
                       MOVE SPACES TO ws-Print-Line
                       STRING "RESERVATION " ResMachineNum " "
                        ResUsername " " ResFromDate "-" ResToDate " "
                        ws-Site-CloseCode " " ws-Site-RecvCode
                        DELIMITED BY SIZE INTO ws-Print-Line
                       END-STRING
                       PERFORM PrintReportLine
                    END-IF
                 END-IF
                 READ ReservFile INTO ReservRecord
                    AT END
                       MOVE 10 TO ws-ResFile-Status
              END-PERFORM
              CLOSE ReservFile
           END-IF.

       MoveClosingSitePeripherals.
           OPEN INPUT PeriphFile
           IF ws-PeriphFile-Status EQUAL 35
              CLOSE PeriphFile
           ELSE
              OPEN OUTPUT TempPeriphFile
              READ PeriphFile INTO PeriphRecord
              AT END
                 MOVE 10 TO ws-PeriphFile-Status
              END-READ
              PERFORM UNTIL ws-PeriphFile-Status = 10
                 MOVE PerMachineNum TO ws-Site-CheckNum
                 PERFORM CheckSiteMovedMachine
                 IF PerSite EQUAL ws-Site-CloseCode OR
                  ws-Site-Moved-Flag EQUAL "Y"
                    MOVE ws-Site-RecvCode TO PerSite
                    ADD 1 TO ws-Site-PerMoved
                    PERFORM SetSiteTransferAudit
                    MOVE PerMachineNum TO ws-Audit-MachineNum
                    MOVE SPACES TO ws-Audit-Username
                    STRING "SITE CLOSURE PERIPHERAL " PerType " "
                     PerSerial
                     DELIMITED BY SIZE INTO ws-Audit-NewSpec
                    END-STRING
                    PERFORM WriteAuditRecord
                    MOVE SPACES TO ws-Print-Line
                    STRING "PERIPHERAL  " PerMachineNum " " PerType
                     " " PerSerial " " ws-Site-CloseCode " "
                     ws-Site-RecvCode
                     DELIMITED BY SIZE INTO ws-Print-Line
                    END-STRING
                    PERFORM PrintReportLine
                 END-IF
                 WRITE TempPeriphRecord FROM PeriphRecord
                 READ PeriphFile INTO PeriphRecord
                    AT END
                       MOVE 10 TO ws-PeriphFile-Status
              END-PERFORM
              CLOSE PeriphFile
              CLOSE TempPeriphFile
              PERFORM CopyTempPeriphToFile
           END-IF.

       ArchiveAuditTrail.
           DISPLAY "Archive Audit Trail"
           DISPLAY "Enter retention in days (records older are archive"
           "d): "
           ACCEPT ws-Arch-Days
           ACCEPT ws-Arch-Today FROM DATE YYYYMMDD
           COMPUTE ws-Arch-Cutoff = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(ws-Arch-Today) - ws-Arch-Days)
           MOVE 0 TO ws-Arch-ArchivedCount
           MOVE 0 TO ws-Arch-KeptCount
           OPEN INPUT AuditFile
           IF ws-AuditFile-Status EQUAL 35
              DISPLAY "No audit records on file yet."
              CLOSE AuditFile
           ELSE
              MOVE SPACES TO ws-AuditArch-FileName
              STRING "auditarch_" ws-Arch-Today ".txt"
               DELIMITED BY SIZE INTO ws-AuditArch-FileName
              END-STRING
              OPEN EXTEND AuditArchFile
              IF ws-AuditArch-Status EQUAL 35
                 OPEN OUTPUT AuditArchFile
              END-IF
              OPEN OUTPUT TempAuditFile
              READ AuditFile INTO AuditRecord
              AT END
                 MOVE 10 TO ws-AuditFile-Status
              END-READ
              PERFORM UNTIL ws-AuditFile-Status = 10
                 IF AuditDate LESS THAN ws-Arch-Cutoff
                    WRITE AuditArchRecord FROM AuditRecord
                    ADD 1 TO ws-Arch-ArchivedCount
                 ELSE
                    WRITE TempAuditRecord FROM AuditRecord
                    ADD 1 TO ws-Arch-KeptCount
                 END-IF
                 READ AuditFile INTO AuditRecord
                    AT END
                       MOVE 10 TO ws-AuditFile-Status
              END-PERFORM
              CLOSE AuditFile
              CLOSE AuditArchFile
              CLOSE TempAuditFile
              PERFORM CopyTempAuditToAuditFile
              IF ws-Arch-ArchivedCount GREATER THAN 0
                 PERFORM AddArchiveIndexEntry
              END-IF
              DISPLAY "Records archived: " ws-Arch-ArchivedCount
               " to " ws-AuditArch-FileName
              DISPLAY "Records kept on live file: " ws-Arch-KeptCount
           END-IF
           PERFORM ReturnToMenu.

       CopyTempAuditToAuditFile.
           OPEN INPUT TempAuditFile
           OPEN OUTPUT AuditFile
           READ TempAuditFile INTO TempAuditRecord
           AT END
              MOVE 10 TO ws-TempAudit-Status
           END-READ
           PERFORM UNTIL ws-TempAudit-Status = 10
              WRITE AuditRecord FROM TempAuditRecord
              READ TempAuditFile INTO TempAuditRecord
                 AT END
                    MOVE 10 TO ws-TempAudit-Status
           END-PERFORM
           CLOSE TempAuditFile
           CLOSE AuditFile.

       AddArchiveIndexEntry.
           MOVE "N" TO ws-Arch-Found-Flag
           OPEN INPUT ArchIdxFile
           IF ws-ArchIdx-Status EQUAL 0
              READ ArchIdxFile INTO ArchIdxRecord
              AT END
                 MOVE 10 TO ws-ArchIdx-Status
              END-READ
              PERFORM UNTIL ws-ArchIdx-Status = 10 OR
               ws-Arch-Found-Flag EQUAL "Y"
                 IF ArchIdxFileName EQUAL ws-AuditArch-FileName
                    MOVE "Y" TO ws-Arch-Found-Flag
                 END-IF
                 READ ArchIdxFile INTO ArchIdxRecord
                    AT END
                       MOVE 10 TO ws-ArchIdx-Status
              END-PERFORM
           END-IF
           CLOSE ArchIdxFile
           IF ws-Arch-Found-Flag EQUAL "N"
              OPEN EXTEND ArchIdxFile
              IF ws-ArchIdx-Status EQUAL 35
                 OPEN OUTPUT ArchIdxFile
              END-IF
              MOVE ws-AuditArch-FileName TO ArchIdxFileName
              MOVE ws-Arch-Today TO ArchIdxDate
              WRITE ArchIdxRecord
              CLOSE ArchIdxFile
           END-IF.

       ScanAuditArchives.
           OPEN INPUT ArchIdxFile
           IF ws-ArchIdx-Status EQUAL 35
              DISPLAY "No audit archives on file."
              CLOSE ArchIdxFile
           ELSE
              READ ArchIdxFile INTO ArchIdxRecord
              AT END
                 MOVE 10 TO ws-ArchIdx-Status
              END-READ
              PERFORM UNTIL ws-ArchIdx-Status = 10
                 MOVE ArchIdxFileName TO ws-AuditArch-FileName
                 PERFORM ScanOneAuditArchive
                 READ ArchIdxFile INTO ArchIdxRecord
                    AT END
                       MOVE 10 TO ws-ArchIdx-Status
              END-PERFORM
              CLOSE ArchIdxFile
           END-IF.

       ScanOneAuditArchive.
           OPEN INPUT AuditArchFile
           IF ws-AuditArch-Status EQUAL 35
              CLOSE AuditArchFile
           ELSE
              READ AuditArchFile INTO AuditArchRecord
              AT END
                 MOVE 10 TO ws-AuditArch-Status
              END-READ
              PERFORM UNTIL ws-AuditArch-Status = 10
                 MOVE AuditArchRecord TO AuditRecord
                 PERFORM CheckAuditRecordMatch
                 IF ws-Inq-Match-Flag EQUAL "Y"
                    ADD 1 TO ws-Inq-MatchCount
                    PERFORM DisplayAuditRecordDetail
                 END-IF
                 READ AuditArchFile INTO AuditArchRecord
                    AT END
                       MOVE 10 TO ws-AuditArch-Status
              END-PERFORM
              CLOSE AuditArchFile
           END-IF.

       MachineEntryPanel.
           MOVE "P" TO ws-Panel-Action
           PERFORM PanelInteraction UNTIL ws-Panel-Action EQUAL "S"
            OR ws-Panel-Action EQUAL "C".

       PanelInteraction.
           PERFORM DisplayMachineEntryPanel
           ACCEPT ws-Panel-Choice
           EVALUATE ws-Panel-Choice
           WHEN 1
            PERFORM PanelEditUsername
           WHEN 2
            PERFORM PanelEditType
           WHEN 3
            PERFORM PanelEditManufacturer
           WHEN 4
            PERFORM PanelEditCpu
           WHEN 5
            PERFORM PanelEditRam
           WHEN 6
            PERFORM PanelEditDisk
           WHEN 7
            PERFORM PanelEditOs
           WHEN 8
            PERFORM PanelEditSite
           WHEN 0
            PERFORM CheckPanelComplete
            IF ws-Panel-Missing EQUAL "Y"
               DISPLAY "All fields must be completed before saving."
            ELSE
               MOVE "S" TO ws-Panel-Action
            END-IF
           WHEN 9
            MOVE "C" TO ws-Panel-Action
           WHEN OTHER
            DISPLAY "Invalid field number."
           END-EVALUATE.

       DisplayMachineEntryPanel.
           DISPLAY "----------------------------------------"
           DISPLAY "Machine Entry Panel   Machine Number: "
            ws-MachineNumber
           DISPLAY "1. Username:     " Username
           DISPLAY "2. Type:         " ws-MachineTyp
           DISPLAY "3. Manufacturer: " ws-MachineManu
           DISPLAY "4. CPU:          " ws-MachineSpecCpu
           DISPLAY "5. RAM GB:       " ws-MachineSpecRam
           DISPLAY "6. Disk GB:      " ws-MachineSpecDisk
           DISPLAY "7. OS:           " ws-MachineSpecOs
           IF ws-Panel-Mode EQUAL "U"
              DISPLAY "8. Site:         " ws-MachineSite
               " (change via Transfer)"
           ELSE
              DISPLAY "8. Site:         " ws-MachineSite
           END-IF
           DISPLAY "----------------------------------------"
           DISPLAY "Enter field number to change, 0 to save, 9 to can"
           "cel: ".

       PanelEditUsername.
           DISPLAY "Enter Username: "
           ACCEPT ws-Panel-Input
           IF ws-Panel-Input EQUAL SPACES
              DISPLAY "Username cannot be empty."
           ELSE
              MOVE ws-Panel-Input TO ws-Hr-CheckName
              PERFORM CheckUsernameInHrFile
              IF ws-Hr-Found-Flag EQUAL "Y"
                 MOVE ws-Panel-Input TO Username
              ELSE
                 DISPLAY "Username not found in HR reference file."
              END-IF
           END-IF.

       PanelEditType.
           MOVE ws-MachineTyp TO ws-Panel-SaveField
           DISPLAY "Enter Machine Type (LAPTOP, DESKTOP, TABLET, SERV"
           "ER, PRINTER): "
           ACCEPT ws-MachineTyp
           IF NOT ws-Valid-MachineTyp
              DISPLAY "Invalid Machine Type. Choose from the listed v"
              "alues."
              MOVE ws-Panel-SaveField TO ws-MachineTyp
           END-IF.

       PanelEditManufacturer.
           MOVE ws-MachineManu TO ws-Panel-SaveField
           DISPLAY "Enter Machine Manufacturer (DELL, HP, LENOVO, APP"
           "LE, ASUS): "
           ACCEPT ws-MachineManu
           IF NOT ws-Valid-MachineManu
              DISPLAY "Invalid Machine Manufacturer. Choose from the "
              "listed values."
              MOVE ws-Panel-SaveField TO ws-MachineManu
           END-IF.

       PanelEditCpu.
           DISPLAY "Enter CPU model: "
           ACCEPT ws-Panel-Input
           IF ws-Panel-Input EQUAL SPACES
              DISPLAY "Machine CPU cannot be empty."
           ELSE
              MOVE ws-Panel-Input TO ws-MachineSpecCpu
           END-IF.

       PanelEditRam.
           DISPLAY "Enter RAM in GB: "
           ACCEPT ws-Spec-RamText
           IF ws-Spec-RamText EQUAL SPACES OR
            FUNCTION TRIM(ws-Spec-RamText) IS NOT NUMERIC
              DISPLAY "RAM must be numeric."
           ELSE
              MOVE FUNCTION NUMVAL(ws-Spec-RamText) TO
               ws-MachineSpecRam
           END-IF.

       PanelEditDisk.
           DISPLAY "Enter disk in GB: "
           ACCEPT ws-Spec-DiskText
           IF ws-Spec-DiskText EQUAL SPACES OR
            FUNCTION TRIM(ws-Spec-DiskText) IS NOT NUMERIC
              DISPLAY "Disk must be numeric."
           ELSE
              MOVE FUNCTION NUMVAL(ws-Spec-DiskText) TO
               ws-MachineSpecDisk
           END-IF.

       PanelEditOs.
           DISPLAY "Enter Operating System: "
           ACCEPT ws-Panel-Input
           IF ws-Panel-Input EQUAL SPACES
              DISPLAY "Operating System cannot be empty."
           ELSE
              MOVE ws-Panel-Input TO ws-Os-CheckName
              PERFORM CheckOsInCatalog
              IF ws-Os-Found-Flag EQUAL "Y"
                 MOVE ws-Panel-Input TO ws-MachineSpecOs
              ELSE
                 DISPLAY "Operating System not in OS catalog."
              END-IF
           END-IF.

       PanelEditSite.
           IF ws-Panel-Mode EQUAL "U"
              DISPLAY "Site changes go through the Transfer Machine B"
              "etween Sites transaction."
           ELSE
              DISPLAY "Enter Site Code: "
              ACCEPT ws-Panel-Input
              IF ws-Panel-Input EQUAL SPACES
                 DISPLAY "Site Code cannot be empty."
              ELSE
                 MOVE ws-Panel-Input TO ws-Site-CheckCode
                 PERFORM CheckSiteInMaster
                 IF ws-Site-Found-Flag EQUAL "N"
                    DISPLAY "Site Code not in site master."
                 ELSE
                 IF ws-Site-CheckStatus EQUAL "C"
                    DISPLAY "Site is closed; choose an open site."
                 ELSE
                    MOVE ws-Panel-Input TO ws-MachineSite
                 END-IF
                 END-IF
              END-IF
           END-IF.

       CheckPanelComplete.
           MOVE "N" TO ws-Panel-Missing
           IF Username EQUAL SPACES OR
            ws-MachineTyp EQUAL SPACES OR
            ws-MachineManu EQUAL SPACES OR
            ws-MachineSpecCpu EQUAL SPACES OR
            ws-MachineSpecOs EQUAL SPACES
              MOVE "Y" TO ws-Panel-Missing
           END-IF
           IF ws-Panel-Mode NOT EQUAL "U" AND
            ws-MachineSite EQUAL SPACES
              MOVE "Y" TO ws-Panel-Missing
           END-IF.

       OperatorSignOn.
           MOVE SPACES TO ws-Operator-Id
           PERFORM PromptOperatorId UNTIL ws-Operator-Id NOT EQUAL
            SPACES
           PERFORM PurgeOperatorLocks
           DISPLAY "Signed on as operator: " ws-Operator-Id
            " Role: " ws-Operator-Role
           PERFORM JournalSignOn.

       LoadRoleEntitlements.
           IF NOT ws-Valid-OperatorRole
              DISPLAY "No valid role on file; signed on as VIEWER."
              MOVE "VIEWER" TO ws-Operator-Role
           END-IF
           PERFORM VARYING ws-Role-Sub FROM 1 BY 1 UNTIL
            ws-Role-Sub GREATER THAN 99
              MOVE "N" TO ws-Role-Allowed(ws-Role-Sub)
           END-PERFORM
           OPEN INPUT RoleMenuFile
           IF ws-RoleMenu-Status EQUAL 35
              CLOSE RoleMenuFile
              PERFORM VARYING ws-Role-Idx FROM 1 BY 1 UNTIL
               ws-Role-Idx GREATER THAN 4
                 IF ws-Role-DefName(ws-Role-Idx) EQUAL ws-Operator-Role
                    PERFORM VARYING ws-Role-Sub FROM 1 BY 1 UNTIL
                     ws-Role-Sub GREATER THAN 99
                       MOVE ws-Role-DefFlag(ws-Role-Idx, ws-Role-Sub)
                        TO ws-Role-Allowed(ws-Role-Sub)
                    END-PERFORM
                 END-IF
              END-PERFORM
           ELSE
              READ RoleMenuFile INTO RoleMenuRecord
              AT END
                 MOVE 10 TO ws-RoleMenu-Status
              END-READ
              PERFORM UNTIL ws-RoleMenu-Status = 10
                 IF RoleMenuRole EQUAL ws-Operator-Role AND
                  RoleMenuOption IS NUMERIC AND
                  RoleMenuOption GREATER THAN 0
                    MOVE "Y" TO ws-Role-Allowed(RoleMenuOption)
                 END-IF
                 READ RoleMenuFile INTO RoleMenuRecord
                    AT END
                       MOVE 10 TO ws-RoleMenu-Status
              END-PERFORM
              CLOSE RoleMenuFile
           END-IF.

       RefuseMenuOption.
           MOVE ws-MenuOption TO ws-Role-OptionDisp
           DISPLAY "Option " ws-Role-OptionDisp " is not available to r"
           "ole " ws-Operator-Role
           MOVE "REFUSED" TO ws-Audit-Action
           MOVE 0 TO ws-Audit-MachineNum
           MOVE SPACES TO ws-Audit-Username
           MOVE SPACES TO ws-Audit-OldTyp
           MOVE SPACES TO ws-Audit-OldManu
           MOVE SPACES TO ws-Audit-OldUsername
           MOVE SPACES TO ws-Audit-OldSpec
           MOVE SPACES TO ws-Audit-NewTyp
           MOVE SPACES TO ws-Audit-NewManu
           MOVE SPACES TO ws-Audit-NewUsername
           MOVE SPACES TO ws-Audit-NewSpec
           MOVE SPACES TO ws-Audit-OldSite
           MOVE SPACES TO ws-Audit-NewSite
           STRING "MENU OPTION " ws-Role-OptionDisp " ROLE "
            ws-Operator-Role
            DELIMITED BY SIZE INTO ws-Audit-NewSpec
           END-STRING
           PERFORM WriteAuditRecord
           MOVE "REFUSED" TO ws-Jrn-Event
           MOVE ws-MenuOption TO ws-Jrn-Option
           MOVE SPACES TO ws-Jrn-Parm
           PERFORM JournalSessionEvent.

       PromptOperatorId.
           DISPLAY "Operator sign-on"
           DISPLAY "Enter Operator ID: "
           ACCEPT ws-Operator-Id
           IF ws-Operator-Id EQUAL SPACES
              DISPLAY "Operator ID cannot be empty."
           ELSE
              PERFORM CheckOperatorInFile
              IF ws-Oper-Found-Flag EQUAL "N"
                 DISPLAY "Operator ID not found in operators file."
                 MOVE SPACES TO ws-Operator-Id
              ELSE
                 PERFORM LoadRoleEntitlements
              END-IF
           END-IF.

       CheckOperatorInFile.
           MOVE "N" TO ws-Oper-Found-Flag
           MOVE SPACES TO ws-Operator-Role
           OPEN INPUT OperatorFile
           IF ws-OperFile-Status EQUAL 35
              MOVE "Y" TO ws-Oper-Found-Flag
              MOVE "SUPERVISOR" TO ws-Operator-Role
              CLOSE OperatorFile
           ELSE
              READ OperatorFile INTO OperatorRecord
              AT END
                 MOVE 10 TO ws-OperFile-Status
              END-READ
              PERFORM UNTIL ws-OperFile-Status = 10 OR
               ws-Oper-Found-Flag EQUAL "Y"
                 IF OperatorId EQUAL ws-Operator-Id
                    MOVE "Y" TO ws-Oper-Found-Flag
                    MOVE OperatorRole TO ws-Operator-Role
                 END-IF
                 READ OperatorFile INTO OperatorRecord
                    AT END
                       MOVE 10 TO ws-OperFile-Status
              END-PERFORM
              CLOSE OperatorFile
           END-IF.

       AcquireRecordLock.
           MOVE "Y" TO ws-Lock-Granted
           MOVE "N" TO ws-Lock-Held
           OPEN INPUT LockFile
           IF ws-LockFile-Status EQUAL 35
              CLOSE LockFile
           ELSE
              READ LockFile INTO LockRecord
              AT END
                 MOVE 10 TO ws-LockFile-Status
              END-READ
              PERFORM UNTIL ws-LockFile-Status = 10
                 IF LockMachineNum EQUAL ws-MachineNumber
                    IF LockOperator EQUAL ws-Operator-Id
                       MOVE "Y" TO ws-Lock-Held
                    ELSE
                       MOVE "N" TO ws-Lock-Granted
                       DISPLAY "Record in use by operator: "
                        LockOperator
                    END-IF
                 END-IF
                 READ LockFile INTO LockRecord
                    AT END
                       MOVE 10 TO ws-LockFile-Status
              END-PERFORM
              CLOSE LockFile
           END-IF
           IF ws-Lock-Granted EQUAL "Y" AND ws-Lock-Held EQUAL "N"
              OPEN EXTEND LockFile
              IF ws-LockFile-Status EQUAL 35
                 OPEN OUTPUT LockFile
              END-IF
              MOVE ws-MachineNumber TO LockMachineNum
              MOVE ws-Operator-Id TO LockOperator
              WRITE LockRecord
              CLOSE LockFile
           END-IF.

       ReleaseRecordLock.
           OPEN INPUT LockFile
           IF ws-LockFile-Status EQUAL 35
              CLOSE LockFile
           ELSE
              OPEN OUTPUT TempLockFile
              READ LockFile INTO LockRecord
              AT END
                 MOVE 10 TO ws-LockFile-Status
              END-READ
              PERFORM UNTIL ws-LockFile-Status = 10
                 IF LockMachineNum NOT EQUAL ws-MachineNumber OR
                  LockOperator NOT EQUAL ws-Operator-Id
                    WRITE TempLockRecord FROM LockRecord
                 END-IF
                 READ LockFile INTO LockRecord
                    AT END
                       MOVE 10 TO ws-LockFile-Status
              END-PERFORM
              CLOSE LockFile
              CLOSE TempLockFile
              PERFORM CopyTempLocksToLockFile
           END-IF.

       PurgeOperatorLocks.
           OPEN INPUT LockFile
           IF ws-LockFile-Status EQUAL 35
              CLOSE LockFile
           ELSE
              OPEN OUTPUT TempLockFile
              READ LockFile INTO LockRecord
              AT END
                 MOVE 10 TO ws-LockFile-Status
              END-READ
              PERFORM UNTIL ws-LockFile-Status = 10
                 IF LockOperator NOT EQUAL ws-Operator-Id
                    WRITE TempLockRecord FROM LockRecord
                 END-IF
                 READ LockFile INTO LockRecord
                    AT END
                       MOVE 10 TO ws-LockFile-Status
              END-PERFORM
              CLOSE LockFile
              CLOSE TempLockFile
              PERFORM CopyTempLocksToLockFile
           END-IF.

       CheckForeignRecordLock.
           MOVE "N" TO ws-Lock-Foreign-Flag
           OPEN INPUT LockFile
           IF ws-LockFile-Status EQUAL 35
              CLOSE LockFile
           ELSE
              READ LockFile INTO LockRecord
              AT END
                 MOVE 10 TO ws-LockFile-Status
              END-READ
              PERFORM UNTIL ws-LockFile-Status = 10
                 IF LockMachineNum EQUAL ws-Lock-CheckNum AND
                  LockOperator NOT EQUAL ws-Operator-Id
                    MOVE "Y" TO ws-Lock-Foreign-Flag
                    DISPLAY "Record in use by operator: " LockOperator
                 END-IF
                 READ LockFile INTO LockRecord
                    AT END
                       MOVE 10 TO ws-LockFile-Status
              END-PERFORM
              CLOSE LockFile
           END-IF.

       CheckAnyForeignLock.
           MOVE "N" TO ws-Lock-Foreign-Flag
           OPEN INPUT LockFile
           IF ws-LockFile-Status EQUAL 35
              CLOSE LockFile
           ELSE
              READ LockFile INTO LockRecord
              AT END
                 MOVE 10 TO ws-LockFile-Status
              END-READ
              PERFORM UNTIL ws-LockFile-Status = 10
                 IF LockOperator NOT EQUAL ws-Operator-Id
                    MOVE "Y" TO ws-Lock-Foreign-Flag
                    DISPLAY "Record in use by operator: " LockOperator
                 END-IF
                 READ LockFile INTO LockRecord
                    AT END
                       MOVE 10 TO ws-LockFile-Status
              END-PERFORM
              CLOSE LockFile
           END-IF.

       CopyTempLocksToLockFile.
           OPEN INPUT TempLockFile
           OPEN OUTPUT LockFile
           READ TempLockFile INTO TempLockRecord
           AT END
              MOVE 10 TO ws-TempLock-Status
           END-READ
           PERFORM UNTIL ws-TempLock-Status = 10
              WRITE LockRecord FROM TempLockRecord
              READ TempLockFile INTO TempLockRecord
                 AT END
                    MOVE 10 TO ws-TempLock-Status
           END-PERFORM
           CLOSE TempLockFile
           CLOSE LockFile.

       RebuildStoreFile.
           DISPLAY "Rebuilding store.txt for the new record layout"
           MOVE 0 TO ws-Gen-RecCount
           MOVE "temp_store.txt" TO ws-GenOut-FileName
           OPEN INPUT StoreOldFile
           IF ws-StoreOld-Status NOT EQUAL 0
              DISPLAY "Store file rebuild could not read store.txt."
              CLOSE StoreOldFile
           ELSE
              OPEN OUTPUT GenOutFile
              READ StoreOldFile NEXT INTO StoreOldRecord
              AT END
                 MOVE 10 TO ws-StoreOld-Status
              END-READ
              PERFORM UNTIL ws-StoreOld-Status = 10
                 MOVE SPACES TO StoreRecord
                 MOVE StoreOldRecord TO StoreRecord
                 WRITE GenOutRecord FROM StoreRecord
                 ADD 1 TO ws-Gen-RecCount
                 READ StoreOldFile NEXT INTO StoreOldRecord
                    AT END
                       MOVE 10 TO ws-StoreOld-Status
              END-PERFORM
              CLOSE StoreOldFile
              CLOSE GenOutFile
              MOVE "temp_store.txt" TO ws-GenIn-FileName
              OPEN INPUT GenInFile
              OPEN OUTPUT StoreFile
              READ GenInFile INTO GenInRecord
              AT END
                 MOVE 10 TO ws-GenInFile-Status
              END-READ
              PERFORM UNTIL ws-GenInFile-Status = 10
                 MOVE GenInRecord TO StoreRecord
                 WRITE StoreRecord
                 READ GenInFile INTO GenInRecord
                    AT END
                       MOVE 10 TO ws-GenInFile-Status
              END-PERFORM
              CLOSE GenInFile
              CLOSE StoreFile
              DISPLAY "store.txt rebuilt: " ws-Gen-RecCount " records."
           END-IF.

       CheckDuplicateMachineNumber.
           MOVE "N" TO ws-Found-Flag
           OPEN INPUT StoreFile
           IF ws-StoreFile-Status NOT EQUAL 35
              MOVE ws-MachineNumber TO StoreMachineNum
              READ StoreFile INTO StoreRecord
                 INVALID KEY
                    MOVE "N" TO ws-Found-Flag
                 NOT INVALID KEY
                    MOVE "Y" TO ws-Found-Flag
              END-READ
           END-IF
           CLOSE StoreFile.

       AssignNextMachineNumber.
           MOVE 0 TO ws-Highest-MachineNum
           OPEN INPUT StoreFile
           READ StoreFile NEXT INTO StoreRecord
           NOT AT END
              PERFORM UNTIL ws-StoreFile-Status = 10
                 IF StoreMachineNum GREATER THAN ws-Highest-MachineNum
                    MOVE StoreMachineNum TO ws-Highest-MachineNum
                 END-IF
                 READ StoreFile NEXT INTO StoreRecord
                    AT END
                       MOVE 10 TO ws-StoreFile-Status
              END-PERFORM
           END-READ
           CLOSE StoreFile
           OPEN INPUT MachineFile
           READ MachineFile INTO MachineRecord
           READ MachineFile INTO MachineRecord
           NOT AT END
              PERFORM UNTIL ws-MachineFile-Status = 10
                 IF MachineNum GREATER THAN ws-Highest-MachineNum
                    MOVE MachineNum TO ws-Highest-MachineNum
                 END-IF
                 READ MachineFile INTO MachineRecord
                    AT END
                       MOVE 10 TO ws-MachineFile-Status
              END-PERFORM
           END-READ
           CLOSE MachineFile
           ADD 1 TO ws-Highest-MachineNum GIVING ws-MachineNumber.

       BulkImportMachines.
           MOVE 0 TO ws-Bulk-ImportedCount
           MOVE 0 TO ws-Bulk-SkippedCount
           MOVE 0 TO ws-Bulk-LineNum
           PERFORM ReadBulkCheckpoint
           OPEN INPUT BulkImportFile
           IF ws-BulkFile-Status EQUAL 35
              DISPLAY "bulk_import.txt not found. Nothing imported."
           ELSE
              PERFORM TakeGenerationBackup
              IF ws-Bulk-ResumeLine GREATER THAN 0
                 DISPLAY "Resuming bulk import after line "
                  ws-Bulk-ResumeLine
                 OPEN EXTEND BulkRejFile
                 IF ws-BulkRej-Status EQUAL 35
                    OPEN OUTPUT BulkRejFile
                 END-IF
              ELSE
                 OPEN OUTPUT BulkRejFile
              END-IF
              READ BulkImportFile INTO ws-Bulk-Line
              AT END
                 DISPLAY "bulk_import.txt has no data rows."
              NOT AT END
                 PERFORM UNTIL ws-BulkFile-Status = 10
                    ADD 1 TO ws-Bulk-LineNum
                    IF ws-Bulk-LineNum GREATER THAN ws-Bulk-ResumeLine
                       PERFORM ProcessBulkImportLine
                       PERFORM WriteBulkCheckpoint
                    END-IF
                    READ BulkImportFile INTO ws-Bulk-Line
                       AT END
                          MOVE 10 TO ws-BulkFile-Status
                 END-PERFORM
              END-READ
              CLOSE BulkImportFile
              CLOSE BulkRejFile
              PERFORM ClearBulkCheckpoint
              DISPLAY "Bulk import complete: " ws-Bulk-ImportedCount
               " imported, " ws-Bulk-SkippedCount " skipped."
              IF ws-Bulk-SkippedCount GREATER THAN 0
                 DISPLAY "Skipped rows written to bulk_reject.txt with"
                 " reason codes."
              END-IF
           END-IF
           PERFORM ReturnToMenu.

       ReadBulkCheckpoint.
           MOVE 0 TO ws-Bulk-ResumeLine
           OPEN INPUT BulkChkFile
           IF ws-BulkChk-Status EQUAL 35
              CLOSE BulkChkFile
           ELSE
              READ BulkChkFile INTO BulkChkRecord
              AT END
                 MOVE 0 TO ws-Bulk-ResumeLine
              NOT AT END
                 MOVE BulkChkLineNum TO ws-Bulk-ResumeLine
              END-READ
              CLOSE BulkChkFile
           END-IF.

       WriteBulkCheckpoint.
           OPEN OUTPUT BulkChkFile
           MOVE ws-Bulk-LineNum TO BulkChkLineNum
           WRITE BulkChkRecord
           CLOSE BulkChkFile.

       ClearBulkCheckpoint.
           OPEN OUTPUT BulkChkFile
           MOVE 0 TO BulkChkLineNum
           WRITE BulkChkRecord
           CLOSE BulkChkFile.

       WriteBulkReject.
           MOVE ws-Bulk-RejReason TO BulkRejReason
           MOVE ws-Bulk-Line TO BulkRejLine
           WRITE BulkRejRecord.

       ProcessBulkImportLine.
           MOVE SPACES TO ws-Bulk-NumText ws-MachineTyp ws-MachineManu
            Username ws-MachineSpec ws-Spec-Cpu ws-Spec-RamText
            ws-Spec-DiskText ws-Spec-Os ws-MachineSite
            ws-Xref-Serial ws-Xref-AssetTag
           UNSTRING ws-Bulk-Line DELIMITED BY ","
              INTO ws-Bulk-NumText ws-MachineTyp ws-MachineManu
               Username ws-Spec-Cpu ws-Spec-RamText ws-Spec-DiskText
               ws-Spec-Os ws-MachineSite ws-Xref-Serial
               ws-Xref-AssetTag
           END-UNSTRING

           IF FUNCTION TRIM(ws-Bulk-NumText) IS NOT NUMERIC
              DISPLAY "  Skipped (invalid machine number): "
               ws-Bulk-Line
              ADD 1 TO ws-Bulk-SkippedCount
              MOVE "BADNUM" TO ws-Bulk-RejReason
              PERFORM WriteBulkReject
           ELSE
              MOVE FUNCTION NUMVAL(ws-Bulk-NumText) TO ws-MachineNumber
              IF ws-MachineNumber LESS THAN 1 OR ws-MachineNumber
               GREATER THAN 999999999
                 DISPLAY "  Skipped (machine number out of range): "
                  ws-Bulk-Line
                 ADD 1 TO ws-Bulk-SkippedCount
                 MOVE "RANGE" TO ws-Bulk-RejReason
                 PERFORM WriteBulkReject
              ELSE
                 IF ws-MachineTyp EQUAL SPACES OR
                  ws-MachineManu EQUAL SPACES OR
                  Username EQUAL SPACES OR
                  ws-Spec-Cpu EQUAL SPACES OR
                  ws-Spec-RamText EQUAL SPACES OR
                  ws-Spec-DiskText EQUAL SPACES OR
                  ws-Spec-Os EQUAL SPACES OR
                  ws-MachineSite EQUAL SPACES
                    DISPLAY "  Skipped (blank field): " ws-Bulk-Line
                    ADD 1 TO ws-Bulk-SkippedCount
                    MOVE "BLANK" TO ws-Bulk-RejReason
                    PERFORM WriteBulkReject
                 ELSE
                    IF FUNCTION TRIM(ws-Spec-RamText) IS NOT NUMERIC
                     OR FUNCTION TRIM(ws-Spec-DiskText) IS NOT NUMERIC
                       DISPLAY "  Skipped (invalid RAM or disk): "
                        ws-Bulk-Line
                       ADD 1 TO ws-Bulk-SkippedCount
                       MOVE "BADRAM" TO ws-Bulk-RejReason
                       PERFORM WriteBulkReject
                    ELSE
                    MOVE ws-Spec-Os TO ws-Os-CheckName
                    PERFORM CheckOsInCatalog
                    IF ws-Os-Found-Flag EQUAL "N"
                       DISPLAY "  Skipped (OS not in catalog): "
                        ws-Bulk-Line
                       ADD 1 TO ws-Bulk-SkippedCount
                       MOVE "BADOS" TO ws-Bulk-RejReason
                       PERFORM WriteBulkReject
                    ELSE
                    IF NOT ws-Valid-MachineTyp
                       DISPLAY "  Skipped (invalid machine type): "
                        ws-Bulk-Line
                       ADD 1 TO ws-Bulk-SkippedCount
                       MOVE "BADTYP" TO ws-Bulk-RejReason
                       PERFORM WriteBulkReject
                    ELSE
                       IF NOT ws-Valid-MachineManu
                          DISPLAY "  Skipped (invalid machine manufactu"
                          "rer): " ws-Bulk-Line
                          ADD 1 TO ws-Bulk-SkippedCount
                          MOVE "BADMANU" TO ws-Bulk-RejReason
                          PERFORM WriteBulkReject
                       ELSE
                          MOVE Username TO ws-Hr-CheckName
                          PERFORM CheckUsernameInHrFile
                          IF ws-Hr-Found-Flag EQUAL "N"
                             DISPLAY "  Skipped (username not in HR fi"
                             "le): " ws-Bulk-Line
                             ADD 1 TO ws-Bulk-SkippedCount
                             MOVE "NOHR" TO ws-Bulk-RejReason
                             PERFORM WriteBulkReject
                          ELSE
                          MOVE ws-MachineSite TO ws-Site-CheckCode
                          PERFORM CheckSiteInMaster
                          IF ws-Site-Found-Flag EQUAL "N" OR
                           ws-Site-CheckStatus EQUAL "C"
                             DISPLAY "  Skipped (site unknown or close"
                             "d): " ws-Bulk-Line
                             ADD 1 TO ws-Bulk-SkippedCount
                             MOVE "BADSITE" TO ws-Bulk-RejReason
                             PERFORM WriteBulkReject
                          ELSE
                          PERFORM CheckDuplicateMachineNumber
                          IF ws-Found-Flag EQUAL "Y"
                             DISPLAY "  Skipped (duplicate machine numb"
                             "er): " ws-Bulk-Line
                             ADD 1 TO ws-Bulk-SkippedCount
                             MOVE "DUP" TO ws-Bulk-RejReason
                             PERFORM WriteBulkReject
                          ELSE
                             MOVE ws-Spec-Cpu TO ws-MachineSpecCpu
                             MOVE FUNCTION NUMVAL(ws-Spec-RamText) TO
                              ws-MachineSpecRam
                             MOVE FUNCTION NUMVAL(ws-Spec-DiskText) TO
                              ws-MachineSpecDisk
                             MOVE ws-Spec-Os TO ws-MachineSpecOs
                             MOVE "ACTIVE" TO ws-MachineStatus
                             PERFORM AppendMachineToFile
                             PERFORM CopyToStoreFile

                             MOVE "ADD" TO ws-Audit-Action
                             MOVE ws-MachineNumber TO
                              ws-Audit-MachineNum
                             MOVE Username TO ws-Audit-Username
                             MOVE SPACES TO ws-Audit-OldTyp
                             MOVE SPACES TO ws-Audit-OldManu
                             MOVE SPACES TO ws-Audit-OldUsername
                             MOVE SPACES TO ws-Audit-OldSpec
                             MOVE ws-MachineTyp TO ws-Audit-NewTyp
                             MOVE ws-MachineManu TO ws-Audit-NewManu
                             MOVE Username TO ws-Audit-NewUsername
                             MOVE ws-MachineSpec TO ws-Audit-NewSpec
                             MOVE SPACES TO ws-Audit-OldSite
                             MOVE ws-MachineSite TO ws-Audit-NewSite
                             PERFORM WriteAuditRecord

                             IF ws-Xref-Serial NOT EQUAL SPACES OR
                              ws-Xref-AssetTag NOT EQUAL SPACES
                                PERFORM WriteXrefRecord
                             END-IF

                             ADD 1 TO ws-Bulk-ImportedCount
                          END-IF
                          END-IF
                          END-IF
                       END-IF
                    END-IF
                    END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

       InventoryReport.
           MOVE 0 TO ws-Report-GrandTotal
           MOVE 0 TO ws-Report-GroupCount
           MOVE SPACES TO ws-Report-PrevManu
           MOVE SPACES TO ws-Report-PrevTyp
           MOVE SPACES TO ws-Report-PrevSite
           MOVE "Y" TO ws-Report-FirstRow
           DISPLAY "Inventory Report by Site, Manufacturer and Type"
           MOVE "rpt_inventory.txt" TO ws-Print-FileName
           MOVE "INVENTORY REPORT" TO ws-Print-Title
           MOVE "SITE / MANUFACTURER / TYPE WITH GROUP SUBTOTALS" TO
            ws-Print-ColHead
           PERFORM StartReportSpool
           SORT SortWorkFile ON ASCENDING KEY SortMachineSite
            SortMachineManu SortMachineTyp
              USING StoreFile
              GIVING TempMachineFile
           OPEN INPUT TempMachineFile
           READ TempMachineFile INTO TempMachineRecord
           AT END
              MOVE "No machine numbers stored yet." TO ws-Print-Line
              PERFORM PrintReportLine
           NOT AT END
              PERFORM UNTIL ws-TempFile-Status = 10
                 PERFORM ProcessInventoryReportRow
                 READ TempMachineFile INTO TempMachineRecord
                    AT END
                       MOVE 10 TO ws-TempFile-Status
              END-PERFORM
              PERFORM DisplayInventoryGroupSubtotal
              MOVE SPACES TO ws-Print-Line
              STRING "Grand Total Machines: " ws-Report-GrandTotal
               DELIMITED BY SIZE INTO ws-Print-Line
              END-STRING
              PERFORM PrintReportLine
           END-READ
           CLOSE TempMachineFile
           MOVE SPACES TO ws-Print-TotalText
           STRING "GRAND TOTAL MACHINES " ws-Report-GrandTotal
            DELIMITED BY SIZE INTO ws-Print-TotalText
           END-STRING
           PERFORM EndReportSpool
           PERFORM ReturnToMenu.

       ProcessInventoryReportRow.
           IF ws-Report-FirstRow EQUAL "Y"
              MOVE TempMachineSite TO ws-Report-PrevSite
              MOVE TempMachineManu TO ws-Report-PrevManu
              MOVE TempMachineTyp TO ws-Report-PrevTyp
              MOVE "N" TO ws-Report-FirstRow
              PERFORM PrintInventoryGroupHeading
           ELSE
              IF TempMachineSite NOT EQUAL ws-Report-PrevSite OR
               TempMachineManu NOT EQUAL ws-Report-PrevManu OR
               TempMachineTyp NOT EQUAL ws-Report-PrevTyp
                 PERFORM DisplayInventoryGroupSubtotal
                 MOVE TempMachineSite TO ws-Report-PrevSite
                 MOVE TempMachineManu TO ws-Report-PrevManu
                 MOVE TempMachineTyp TO ws-Report-PrevTyp
                 PERFORM PrintInventoryGroupHeading
              END-IF
           END-IF
           ADD 1 TO ws-Report-GroupCount
           ADD 1 TO ws-Report-GrandTotal.

       PrintInventoryGroupHeading.
           MOVE SPACES TO ws-Print-Line
           STRING "Site: " TempMachineSite " Manufacturer: "
            TempMachineManu " Type: " TempMachineTyp
            DELIMITED BY SIZE INTO ws-Print-Line
           END-STRING
           PERFORM PrintReportLine.

       DisplayInventoryGroupSubtotal.
           MOVE SPACES TO ws-Print-Line
           STRING "  Subtotal: " ws-Report-GroupCount
            DELIMITED BY SIZE INTO ws-Print-Line
           END-STRING
           PERFORM PrintReportLine
           MOVE 0 TO ws-Report-GroupCount.

       ReconciliationReport.
           DISPLAY "Reconciliation Report: machines.txt vs store.txt"
           MOVE "rpt_reconcile.txt" TO ws-Print-FileName
           MOVE "RECONCILIATION REPORT" TO ws-Print-Title
           MOVE "MACHINES.TXT VS STORE.TXT MISMATCHES" TO
            ws-Print-ColHead
           PERFORM StartReportSpool
           PERFORM LoadReconMachineTable
           PERFORM LoadReconStoreTable
           MOVE 0 TO ws-Recon-MissCount
           MOVE "In machines.txt but missing from store.txt:" TO
            ws-Print-Line
           PERFORM PrintReportLine
           IF ws-Recon-MachCount EQUAL 0
              MOVE "  (none - machines.txt has no data rows)" TO
               ws-Print-Line
              PERFORM PrintReportLine
           ELSE
              PERFORM VARYING ws-Recon-Idx FROM 1 BY 1 UNTIL
               ws-Recon-Idx GREATER THAN ws-Recon-MachCount
                 MOVE "N" TO ws-Found-Flag
                 PERFORM VARYING ws-Recon-Jdx FROM 1 BY 1 UNTIL
                  ws-Recon-Jdx GREATER THAN ws-Recon-StoreCount
                    IF ws-Recon-StoreNum(ws-Recon-Jdx) EQUAL
                     ws-Recon-MachNum(ws-Recon-Idx)
                       MOVE "Y" TO ws-Found-Flag
                    END-IF
                 END-PERFORM
                 IF ws-Found-Flag EQUAL "N"
                    ADD 1 TO ws-Recon-MissCount
                    MOVE SPACES TO ws-Print-Line
                    STRING "  Machine Number: "
                     ws-Recon-MachNum(ws-Recon-Idx)
                     DELIMITED BY SIZE INTO ws-Print-Line
                    END-STRING
                    PERFORM PrintReportLine
                 END-IF
              END-PERFORM
           END-IF
           MOVE "In store.txt but missing from machines.txt:" TO
            ws-Print-Line
           PERFORM PrintReportLine
           IF ws-Recon-StoreCount EQUAL 0
              MOVE "  (none - store.txt has no data rows)" TO
               ws-Print-Line
              PERFORM PrintReportLine
           ELSE
              PERFORM VARYING ws-Recon-Idx FROM 1 BY 1 UNTIL
               ws-Recon-Idx GREATER THAN ws-Recon-StoreCount
                 MOVE "N" TO ws-Found-Flag
                 PERFORM VARYING ws-Recon-Jdx FROM 1 BY 1 UNTIL
                  ws-Recon-Jdx GREATER THAN ws-Recon-MachCount
                    IF ws-Recon-MachNum(ws-Recon-Jdx) EQUAL
                     ws-Recon-StoreNum(ws-Recon-Idx)
                       MOVE "Y" TO ws-Found-Flag
                    END-IF
                 END-PERFORM
                 IF ws-Found-Flag EQUAL "N"
                    ADD 1 TO ws-Recon-MissCount
                    MOVE SPACES TO ws-Print-Line
                    STRING "  Machine Number: "
                     ws-Recon-StoreNum(ws-Recon-Idx)
                     DELIMITED BY SIZE INTO ws-Print-Line
                    END-STRING
                    PERFORM PrintReportLine
                 END-IF
              END-PERFORM
           END-IF
           MOVE SPACES TO ws-Print-TotalText
           STRING "TOTAL MISMATCHES " ws-Recon-MissCount
            DELIMITED BY SIZE INTO ws-Print-TotalText
           END-STRING
           PERFORM EndReportSpool
           PERFORM ReturnToMenu.

       LoadReconMachineTable.
           MOVE 0 TO ws-Recon-MachCount
           MOVE "N" TO ws-Table-Full-Flag
           OPEN INPUT MachineFile
           IF ws-MachineFile-Status EQUAL 35
              CLOSE MachineFile
           ELSE
              READ MachineFile INTO MachineRecord
              READ MachineFile INTO MachineRecord
              AT END
                 MOVE 10 TO ws-MachineFile-Status
              END-READ
              PERFORM UNTIL ws-MachineFile-Status = 10
                 IF ws-Recon-MachCount LESS THAN 5000
                    ADD 1 TO ws-Recon-MachCount
                    MOVE MachineNum TO
                     ws-Recon-MachNum(ws-Recon-MachCount)
                 ELSE
                    PERFORM WarnTableFull
                 END-IF
                 READ MachineFile INTO MachineRecord
                    AT END
                       MOVE 10 TO ws-MachineFile-Status
              END-PERFORM
              CLOSE MachineFile
           END-IF.

       LoadReconStoreTable.
           MOVE 0 TO ws-Recon-StoreCount
           MOVE "N" TO ws-Table-Full-Flag
           OPEN INPUT StoreFile
           IF ws-StoreFile-Status NOT EQUAL 0
              CLOSE StoreFile
           ELSE
              READ StoreFile NEXT INTO StoreRecord
              AT END
                 MOVE 10 TO ws-StoreFile-Status
              END-READ
              PERFORM UNTIL ws-StoreFile-Status = 10
                 IF ws-Recon-StoreCount LESS THAN 5000
                    ADD 1 TO ws-Recon-StoreCount
                    MOVE StoreMachineNum TO
                     ws-Recon-StoreNum(ws-Recon-StoreCount)
                 ELSE
                    PERFORM WarnTableFull
                 END-IF
                 READ StoreFile NEXT INTO StoreRecord
                    AT END
                       MOVE 10 TO ws-StoreFile-Status
              END-PERFORM
              CLOSE StoreFile
           END-IF.

       WriteAuditRecord.
           OPEN EXTEND AuditFile
           IF ws-AuditFile-Status EQUAL 35
              OPEN OUTPUT AuditFile
           END-IF
           ACCEPT ws-AuditDate FROM DATE YYYYMMDD
           MOVE ws-AuditDate TO AuditDate
           MOVE ws-Audit-Action TO AuditAction
           MOVE ws-Audit-MachineNum TO AuditMachineNum
           MOVE ws-Audit-Username TO AuditUsername
           MOVE ws-Audit-OldTyp TO AuditOldTyp
           MOVE ws-Audit-OldManu TO AuditOldManu
           MOVE ws-Audit-OldUsername TO AuditOldUsername
           MOVE ws-Audit-OldSpec TO AuditOldSpec
           MOVE ws-Audit-NewTyp TO AuditNewTyp
           MOVE ws-Audit-NewManu TO AuditNewManu
           MOVE ws-Audit-NewUsername TO AuditNewUsername
           MOVE ws-Audit-NewSpec TO AuditNewSpec
           MOVE ws-Audit-OldSite TO AuditOldSite
           MOVE ws-Audit-NewSite TO AuditNewSite
           MOVE ws-Operator-Id TO AuditOperator
           PERFORM ReadAuditControl
           ADD 1 TO ws-Seal-LastSeq
           MOVE ws-Seal-LastSeq TO AuditSeq
           MOVE ws-Seal-LastSeq TO ws-Seal-Seq
           MOVE AuditSealData TO ws-Seal-Data
           MOVE ws-Seal-LastCheck TO ws-Seal-Hash
           PERFORM ComputeAuditCheck
           MOVE ws-Seal-Hash TO ws-Seal-LastCheck
           MOVE ws-Seal-LastCheck TO AuditCheck
           WRITE AuditRecord
           CLOSE AuditFile
           PERFORM WriteAuditControl.

       AppendMachineToFile.
           OPEN EXTEND MachineFile
           IF ws-MachineFile-Status EQUAL 35
              OPEN OUTPUT MachineFile
           END-IF

           MOVE ws-MachineNumber TO MachineNum
           MOVE Username TO MachineUsername  OF MachineRecord
           MOVE ws-MachineSpec  TO MachineSpec OF MachineRecord
           MOVE ws-MachineTyp TO MachineTyp OF MachineRecord
           MOVE ws-MachineManu TO MachineManu OF MachineRecord
           MOVE ws-MachineStatus TO MachineStatus OF MachineRecord
           MOVE ws-MachineSite TO MachineSite OF MachineRecord
           WRITE MachineRecord
           CLOSE MachineFile.
       
       CopyToStoreFile.
           OPEN INPUT MachineFile
           OPEN I-O StoreFile
           IF ws-StoreFile-Status EQUAL 35
              OPEN OUTPUT StoreFile
           END-IF
           READ MachineFile INTO MachineRecord
           AT END
              DISPLAY "No machine numbers stored yet."
           NOT AT END
              PERFORM UNTIL ws-MachineFile-Status = 10
                IF MachineNum EQUAL TO ws-MachineNumber
                MOVE MachineNum TO StoreMachineNum
                MOVE MachineTyp TO StoreMachineTyp
                MOVE MachineManu TO StoreMachineManu
                MOVE MachineUsername TO StoreMachineUsername
                MOVE MachineSpec TO StoreMachineSpec
                MOVE MachineStatus TO StoreMachineStatus
                MOVE MachineSite TO StoreMachineSite
                WRITE StoreRecord FROM MachineRecord
                MOVE 10 TO ws-MachineFile-Status
             ELSE
             READ MachineFile INTO MachineRecord
                AT END
                    MOVE 10 TO ws-MachineFile-Status
             END-READ
             END-IF
            END-PERFORM
           END-READ
           CLOSE MachineFile
           CLOSE StoreFile.

       DailyClosingCheck.
           DISPLAY "Daily Closing Check"
           MOVE "N" TO ws-Close-Bad-Flag
           MOVE "N" TO ws-Close-HistFlag
           ACCEPT ws-Close-Today FROM DATE YYYYMMDD
           MOVE 0 TO ws-Close-MachineCount
           MOVE 0 TO ws-Close-StoreCount
           MOVE 0 TO ws-Close-AddCount
           MOVE 0 TO ws-Close-DeleteCount
           MOVE 0 TO ws-Close-PurgeCount

           OPEN INPUT MachineFile
           IF ws-MachineFile-Status NOT EQUAL 35
              READ MachineFile INTO MachineRecord
              READ MachineFile INTO MachineRecord
              NOT AT END
                 PERFORM UNTIL ws-MachineFile-Status = 10
                    ADD 1 TO ws-Close-MachineCount
                    READ MachineFile INTO MachineRecord
                       AT END
                          MOVE 10 TO ws-MachineFile-Status
                 END-PERFORM
           END-IF
           CLOSE MachineFile

           OPEN INPUT StoreFile
           IF ws-StoreFile-Status NOT EQUAL 35
              READ StoreFile NEXT INTO StoreRecord
              NOT AT END
                 PERFORM UNTIL ws-StoreFile-Status = 10
                    ADD 1 TO ws-Close-StoreCount
                    READ StoreFile NEXT INTO StoreRecord
                       AT END
                          MOVE 10 TO ws-StoreFile-Status
                 END-PERFORM
           END-IF
           CLOSE StoreFile

           OPEN INPUT AuditFile
           IF ws-AuditFile-Status NOT EQUAL 35
              READ AuditFile INTO AuditRecord
              NOT AT END
                 PERFORM UNTIL ws-AuditFile-Status = 10
                    IF AuditDate EQUAL ws-Close-Today
                       IF AuditAction EQUAL "ADD"
                          ADD 1 TO ws-Close-AddCount
                       END-IF
                       IF AuditAction EQUAL "DELETE" OR
                        AuditAction EQUAL "DISPOSE"
                          ADD 1 TO ws-Close-DeleteCount
                       END-IF
                       IF AuditAction EQUAL "PURGE"
                          ADD 1 TO ws-Close-PurgeCount
                       END-IF
                    END-IF
                    READ AuditFile INTO AuditRecord
                       AT END
                          MOVE 10 TO ws-AuditFile-Status
                 END-PERFORM
           END-IF
           CLOSE AuditFile

           DISPLAY "Machines on file: " ws-Close-MachineCount
           DISPLAY "Store records on file: " ws-Close-StoreCount
           DISPLAY "Adds logged today: " ws-Close-AddCount
           DISPLAY "Deletes logged today: " ws-Close-DeleteCount

           OPEN INPUT CloseFile
           IF ws-CloseFile-Status EQUAL 35
              DISPLAY "No previous close on file. Recording today's cou"
              "nts as the baseline."
              CLOSE CloseFile
           ELSE
              READ CloseFile INTO CloseRecord
              MOVE CloseDate TO ws-Close-PrevCloseDate
              MOVE CloseMachineCount TO ws-Close-PrevMachineCount
              MOVE CloseStoreCount TO ws-Close-PrevStoreCount
              CLOSE CloseFile

              IF ws-Close-PrevCloseDate EQUAL ws-Close-Today
                 DISPLAY "Today's close was already recorded earlier; s"
                 "kipping duplicate reconciliation check."
              ELSE
                 ADD ws-Close-PrevMachineCount ws-Close-AddCount GIVING
                  ws-Close-ExpectMachine
                 SUBTRACT ws-Close-PurgeCount FROM
                  ws-Close-ExpectMachine
                 ADD ws-Close-PrevStoreCount ws-Close-AddCount GIVING
                  ws-Close-ExpectStore
                 SUBTRACT ws-Close-DeleteCount FROM ws-Close-ExpectStore

                 IF ws-Close-MachineCount NOT EQUAL
                  ws-Close-ExpectMachine OR ws-Close-StoreCount NOT
                  EQUAL ws-Close-ExpectStore
                    MOVE "Y" TO ws-Close-Bad-Flag
                    MOVE "B" TO ws-Close-HistFlag
                    DISPLAY "DAY FLAGGED BAD: record counts do not reco"
                    "ncile with today's logged adds/deletes."
                    DISPLAY "Expected machines.txt count: "
                     ws-Close-ExpectMachine " Actual: "
                     ws-Close-MachineCount
                    DISPLAY "Expected store.txt count: "
                     ws-Close-ExpectStore " Actual: "
                     ws-Close-StoreCount
                 ELSE
                    MOVE "C" TO ws-Close-HistFlag
                    DISPLAY "Day closes clean: counts reconcile with to"
                    "day's logged adds/deletes."
                 END-IF
              END-IF
           END-IF

           OPEN OUTPUT CloseFile
           MOVE ws-Close-Today TO CloseDate
           MOVE ws-Close-MachineCount TO CloseMachineCount
           MOVE ws-Close-StoreCount TO CloseStoreCount
           WRITE CloseRecord
           CLOSE CloseFile
           PERFORM AppendCloseHistory
           PERFORM WriteAuditSeal
           PERFORM CheckCalendarNextYear
           PERFORM ReturnToMenu.

       AppendCloseHistory.
           OPEN EXTEND CloseHistFile
           IF ws-CloseHist-Status EQUAL 35
              OPEN OUTPUT CloseHistFile
           END-IF
           MOVE ws-Close-Today TO CloseHistDate
           MOVE ws-Close-MachineCount TO CloseHistMachineCount
           MOVE ws-Close-StoreCount TO CloseHistStoreCount
           MOVE ws-Close-AddCount TO CloseHistAddCount
           MOVE ws-Close-DeleteCount TO CloseHistDeleteCount
           MOVE ws-Close-HistFlag TO CloseHistFlag
           WRITE CloseHistRecord
           CLOSE CloseHistFile.

       MonthEndTrendReport.
           DISPLAY "Month-End Closing Trend Report"
           IF ws-Batch-Mode EQUAL "Y"
              ACCEPT ws-Close-Today FROM DATE YYYYMMDD
              COMPUTE ws-Trend-Month = ws-Close-Today / 100
           ELSE
              DISPLAY "Enter month (YYYYMM): "
              ACCEPT ws-Trend-Month
           END-IF
           MOVE "rpt_trend.txt" TO ws-Print-FileName
           MOVE "MONTH-END CLOSING TREND REPORT" TO ws-Print-Title
           MOVE "DATE / MACHINES / STORE / ADDS / DELETES / FLAG" TO
            ws-Print-ColHead
           PERFORM StartReportSpool
           MOVE SPACES TO ws-Print-Line
           STRING "Month: " ws-Trend-Month
            DELIMITED BY SIZE INTO ws-Print-Line
           END-STRING
           PERFORM PrintReportLine
           MOVE 0 TO ws-Trend-RowCount
           MOVE 0 TO ws-Trend-BadDays
           MOVE 0 TO ws-Trend-FirstCount
           MOVE 0 TO ws-Trend-LastCount
           OPEN INPUT CloseHistFile
           IF ws-CloseHist-Status EQUAL 35
              MOVE "No closing history on file yet." TO ws-Print-Line
              PERFORM PrintReportLine
              CLOSE CloseHistFile
           ELSE
              READ CloseHistFile INTO CloseHistRecord
              AT END
                 MOVE 10 TO ws-CloseHist-Status
              END-READ
              PERFORM UNTIL ws-CloseHist-Status = 10
                 COMPUTE ws-Trend-RowMonth = CloseHistDate / 100
                 IF ws-Trend-RowMonth EQUAL ws-Trend-Month
                    ADD 1 TO ws-Trend-RowCount
                    IF ws-Trend-RowCount EQUAL 1
                       MOVE CloseHistMachineCount TO
                        ws-Trend-FirstCount
                    END-IF
                    MOVE CloseHistMachineCount TO ws-Trend-LastCount
                    IF CloseHistFlag EQUAL "B"
                       ADD 1 TO ws-Trend-BadDays
                    END-IF
                    MOVE SPACES TO ws-Print-Line
                    STRING CloseHistDate " Machines: "
                     CloseHistMachineCount " Store: "
                     CloseHistStoreCount
                     DELIMITED BY SIZE INTO ws-Print-Line
                    END-STRING
                    PERFORM PrintReportLine
                    MOVE SPACES TO ws-Print-Line
                    STRING "  Adds: " CloseHistAddCount " Deletes: "
                     CloseHistDeleteCount " Flag: " CloseHistFlag
                     DELIMITED BY SIZE INTO ws-Print-Line
                    END-STRING
                    PERFORM PrintReportLine
                 END-IF
                 READ CloseHistFile INTO CloseHistRecord
                    AT END
                       MOVE 10 TO ws-CloseHist-Status
              END-PERFORM
              CLOSE CloseHistFile
              IF ws-Trend-RowCount EQUAL 0
                 MOVE "No closes recorded for that month." TO
                  ws-Print-Line
                 PERFORM PrintReportLine
              ELSE
                 MOVE SPACES TO ws-Print-Line
                 STRING "Closes in month: " ws-Trend-RowCount
                  DELIMITED BY SIZE INTO ws-Print-Line
                 END-STRING
                 PERFORM PrintReportLine
                 MOVE SPACES TO ws-Print-Line
                 STRING "Days flagged bad: " ws-Trend-BadDays
                  DELIMITED BY SIZE INTO ws-Print-Line
                 END-STRING
                 PERFORM PrintReportLine
                 COMPUTE ws-Trend-Growth = ws-Trend-LastCount -
                  ws-Trend-FirstCount
                 MOVE ws-Trend-Growth TO ws-Trend-GrowthDisp
                 MOVE SPACES TO ws-Print-Line
                 STRING "Inventory growth over month: "
                  ws-Trend-GrowthDisp
                  DELIMITED BY SIZE INTO ws-Print-Line
                 END-STRING
                 PERFORM PrintReportLine
              END-IF
           END-IF
           MOVE SPACES TO ws-Print-TotalText
           STRING "CLOSES " ws-Trend-RowCount " BAD DAYS "
            ws-Trend-BadDays
            DELIMITED BY SIZE INTO ws-Print-TotalText
           END-STRING
           PERFORM EndReportSpool
           PERFORM ReturnToMenu.

       MonthlyChargebackExtract.
           DISPLAY "Monthly Chargeback Extract by Site"
           DISPLAY "Enter month (YYYYMM, blank for current): "
           ACCEPT ws-Chgb-MonthText
           STRING "MONTH " ws-Chgb-MonthText
            DELIMITED BY SIZE INTO ws-Jrn-Parm
           END-STRING
           MOVE "Y" TO ws-Valid-Flag
           IF ws-Chgb-MonthText EQUAL SPACES
              ACCEPT ws-Acq-Today FROM DATE YYYYMMDD
              COMPUTE ws-Chgb-Month = ws-Acq-Today / 100
           ELSE
              IF FUNCTION TRIM(ws-Chgb-MonthText) IS NOT NUMERIC
                 DISPLAY "Month must be numeric (YYYYMM)."
                 MOVE "N" TO ws-Valid-Flag
              ELSE
                 MOVE FUNCTION NUMVAL(ws-Chgb-MonthText) TO
                  ws-Chgb-Month
              END-IF
           END-IF
           IF ws-Valid-Flag EQUAL "Y"
              COMPUTE ws-Chgb-TargetMonths = ws-Chgb-MonthYear * 12 +
               ws-Chgb-MonthMm
              MOVE 0 TO ws-Chgb-SiteCount
              MOVE 0 TO ws-Chgb-MachCount
              MOVE "N" TO ws-Table-Full-Flag
              PERFORM LoadChargebackSiteMap
              IF ws-Chgb-MachCount EQUAL 0
                 DISPLAY "No machine numbers stored yet."
              ELSE
                 PERFORM AddChargebackDepreciation
                 PERFORM AddChargebackRepairCosts
                 PERFORM AddChargebackClaimCredits
                 PERFORM WriteChargebackExtract
              END-IF
           END-IF
           PERFORM ReturnToMenu.

       LoadChargebackSiteMap.
           OPEN INPUT StoreFile
           IF ws-StoreFile-Status NOT EQUAL 0
              CLOSE StoreFile
           ELSE
              READ StoreFile NEXT INTO StoreRecord
              AT END
                 MOVE 10 TO ws-StoreFile-Status
              END-READ
              PERFORM UNTIL ws-StoreFile-Status = 10
                 PERFORM AddStoreRecordToSiteMap
                 READ StoreFile NEXT INTO StoreRecord
                    AT END
                       MOVE 10 TO ws-StoreFile-Status
              END-PERFORM
              CLOSE StoreFile
           END-IF.

       AddStoreRecordToSiteMap.
           MOVE 0 TO ws-Chgb-SiteSub
           PERFORM VARYING ws-Chgb-Idx FROM 1 BY 1 UNTIL
            ws-Chgb-Idx GREATER THAN ws-Chgb-SiteCount
              IF ws-Chgb-SiteName(ws-Chgb-Idx) EQUAL StoreMachineSite
                 MOVE ws-Chgb-Idx TO ws-Chgb-SiteSub
              END-IF
           END-PERFORM
           IF ws-Chgb-SiteSub EQUAL 0 AND
            ws-Chgb-SiteCount LESS THAN 50
              ADD 1 TO ws-Chgb-SiteCount
              MOVE ws-Chgb-SiteCount TO ws-Chgb-SiteSub
              MOVE StoreMachineSite TO
               ws-Chgb-SiteName(ws-Chgb-SiteSub)
              MOVE 0 TO ws-Chgb-SiteDep(ws-Chgb-SiteSub)
              MOVE 0 TO ws-Chgb-SiteRep(ws-Chgb-SiteSub)
              MOVE 0 TO ws-Chgb-SiteCred(ws-Chgb-SiteSub)
           END-IF
           IF ws-Chgb-SiteSub GREATER THAN 0
              IF ws-Chgb-MachCount LESS THAN 5000
                 ADD 1 TO ws-Chgb-MachCount
                 MOVE StoreMachineNum TO
                  ws-Chgb-MachNum(ws-Chgb-MachCount)
                 MOVE ws-Chgb-SiteSub TO
                  ws-Chgb-MachSite(ws-Chgb-MachCount)
                 MOVE StoreMachineStatus TO
                  ws-Chgb-MachStatus(ws-Chgb-MachCount)
              ELSE
                 PERFORM WarnTableFull
              END-IF
           END-IF.

       AddChargebackDepreciation.
           OPEN INPUT AcqFile
           IF ws-AcqFile-Status EQUAL 35
              DISPLAY "No acquisition records on file yet."
           ELSE
              READ AcqFile INTO AcqRecord
              AT END
                 MOVE 10 TO ws-AcqFile-Status
              END-READ
              PERFORM UNTIL ws-AcqFile-Status = 10
                 PERFORM AddOneAcqDepreciation
                 READ AcqFile INTO AcqRecord
                    AT END
                       MOVE 10 TO ws-AcqFile-Status
              END-PERFORM
              CLOSE AcqFile
           END-IF.

       AddOneAcqDepreciation.
           MOVE AcqPurchaseDate TO ws-Acq-DateWork
           COMPUTE ws-Acq-PurchMonths = ws-Acq-DateYear * 12 +
            ws-Acq-DateMonth
           IF ws-Chgb-TargetMonths NOT LESS THAN ws-Acq-PurchMonths
            AND ws-Chgb-TargetMonths - ws-Acq-PurchMonths LESS THAN 60
              MOVE 0 TO ws-Chgb-Sub
              PERFORM VARYING ws-Chgb-Idx FROM 1 BY 1 UNTIL
               ws-Chgb-Idx GREATER THAN ws-Chgb-MachCount
                 IF ws-Chgb-MachNum(ws-Chgb-Idx) EQUAL AcqMachineNum
                  AND ws-Chgb-MachStatus(ws-Chgb-Idx) NOT EQUAL "LOST"
                  AND ws-Chgb-MachStatus(ws-Chgb-Idx) NOT EQUAL
                  "STOLEN"
                    MOVE ws-Chgb-Idx TO ws-Chgb-Sub
                 END-IF
              END-PERFORM
              IF ws-Chgb-Sub GREATER THAN 0
                 COMPUTE ws-Chgb-MonthlyDep = AcqPurchaseCost / 60
                 MOVE ws-Chgb-MachSite(ws-Chgb-Sub) TO
                  ws-Chgb-SiteSub
                 ADD ws-Chgb-MonthlyDep TO
                  ws-Chgb-SiteDep(ws-Chgb-SiteSub)
              END-IF
           END-IF.

       AddChargebackRepairCosts.
           OPEN INPUT WorkOrderFile
           IF ws-WorkFile-Status EQUAL 35
              CLOSE WorkOrderFile
           ELSE
              READ WorkOrderFile INTO WorkOrderRecord
              AT END
                 MOVE 10 TO ws-WorkFile-Status
              END-READ
              PERFORM UNTIL ws-WorkFile-Status = 10
                 COMPUTE ws-Chgb-WorkMonth = WorkCloseDate / 100
                 IF WorkCloseDate NOT EQUAL 0 AND
                  ws-Chgb-WorkMonth EQUAL ws-Chgb-Month
                    MOVE 0 TO ws-Chgb-Sub
                    PERFORM VARYING ws-Chgb-Idx FROM 1 BY 1 UNTIL
                     ws-Chgb-Idx GREATER THAN ws-Chgb-MachCount
                       IF ws-Chgb-MachNum(ws-Chgb-Idx) EQUAL
                        WorkMachineNum
                          MOVE ws-Chgb-Idx TO ws-Chgb-Sub
                       END-IF
                    END-PERFORM
                    IF ws-Chgb-Sub GREATER THAN 0
                       MOVE ws-Chgb-MachSite(ws-Chgb-Sub) TO
                        ws-Chgb-SiteSub
                       ADD WorkCost TO
                        ws-Chgb-SiteRep(ws-Chgb-SiteSub)
                    END-IF
                 END-IF
                 READ WorkOrderFile INTO WorkOrderRecord
                    AT END
                       MOVE 10 TO ws-WorkFile-Status
              END-PERFORM
              CLOSE WorkOrderFile
           END-IF.

       WriteChargebackExtract.
           MOVE SPACES TO ws-Chgb-FileName
           STRING "chargeback_" ws-Chgb-Month ".txt"
            DELIMITED BY SIZE INTO ws-Chgb-FileName
           END-STRING
           OPEN OUTPUT ChargebackFile
           MOVE 0 TO ws-Chgb-RecCount
           PERFORM VARYING ws-Chgb-SiteSub FROM 1 BY 1 UNTIL
            ws-Chgb-SiteSub GREATER THAN ws-Chgb-SiteCount
              COMPUTE ws-Chgb-SiteTotal =
               ws-Chgb-SiteDep(ws-Chgb-SiteSub) +
               ws-Chgb-SiteRep(ws-Chgb-SiteSub)
              IF ws-Chgb-SiteCred(ws-Chgb-SiteSub) GREATER THAN
               ws-Chgb-SiteTotal
                 MOVE 0 TO ws-Chgb-SiteTotal
              ELSE
                 SUBTRACT ws-Chgb-SiteCred(ws-Chgb-SiteSub) FROM
                  ws-Chgb-SiteTotal
              END-IF
              MOVE ws-Chgb-SiteName(ws-Chgb-SiteSub) TO ChgbSite
              MOVE ws-Chgb-Month TO ChgbMonth
              MOVE ws-Chgb-SiteDep(ws-Chgb-SiteSub) TO ChgbDepAmount
              MOVE ws-Chgb-SiteRep(ws-Chgb-SiteSub) TO
               ChgbRepairAmount
              MOVE ws-Chgb-SiteCred(ws-Chgb-SiteSub) TO
               ChgbCreditAmount
              MOVE ws-Chgb-SiteTotal TO ChgbTotalAmount
              WRITE ChargebackRecord
              ADD 1 TO ws-Chgb-RecCount
              DISPLAY "Site: " ws-Chgb-SiteName(ws-Chgb-SiteSub)
              MOVE ws-Chgb-SiteDep(ws-Chgb-SiteSub) TO
               ws-Acq-ValueDisplay
              DISPLAY "  Depreciation: " ws-Acq-ValueDisplay
              MOVE ws-Chgb-SiteRep(ws-Chgb-SiteSub) TO
               ws-Acq-ValueDisplay
              DISPLAY "  Repair costs: " ws-Acq-ValueDisplay
              MOVE ws-Chgb-SiteCred(ws-Chgb-SiteSub) TO
               ws-Acq-ValueDisplay
              DISPLAY "  Warranty credits: " ws-Acq-ValueDisplay
              MOVE ws-Chgb-SiteTotal TO ws-Acq-ValueDisplay
              DISPLAY "  Total charge: " ws-Acq-ValueDisplay
           END-PERFORM
           CLOSE ChargebackFile
           DISPLAY "Chargeback extract written: " ws-Chgb-FileName
           DISPLAY "Sites extracted: " ws-Chgb-RecCount.

       ExportMachinesForFinance.
           PERFORM LoadXrefTable
           OPEN INPUT StoreFile
           OPEN OUTPUT ExportFile
           IF ws-StoreFile-Status EQUAL 35
              DISPLAY "No machine numbers stored yet."
           ELSE
              READ StoreFile NEXT INTO StoreRecord
              NOT AT END
                 PERFORM UNTIL ws-StoreFile-Status = 10
                    MOVE StoreMachineNum TO ExportMachineNum
                    MOVE StoreMachineTyp TO ExportMachineTyp
                    MOVE StoreMachineManu TO ExportMachineManu
                    MOVE StoreMachineUsername TO ExportMachineUsername
                    MOVE StoreMachineSpec TO ExportMachineSpec
                    PERFORM FindXrefInTable
                    MOVE ws-Xref-Serial TO ExportSerial
                    WRITE ExportRecord
                    READ StoreFile NEXT INTO StoreRecord
                       AT END
                          MOVE 10 TO ws-StoreFile-Status
                 END-PERFORM
              END-READ
              DISPLAY "Export complete: finance_export.txt written."
           END-IF
           CLOSE StoreFile
           CLOSE ExportFile
           PERFORM ReturnToMenu.

       MaintainSoftwareLicences.
           DISPLAY "Software Licence Maintenance"
           DISPLAY "1. Add or Update Licence Entitlement"
           DISPLAY "2. Record Installation on Machine"
           DISPLAY "3. Remove Installation from Machine"
           DISPLAY "4. List Installations for Machine"
           ACCEPT ws-Lic-Choice
           EVALUATE ws-Lic-Choice
           WHEN 1
            PERFORM MaintainLicenceEntitlement
           WHEN 2
            PERFORM RecordInstallation
           WHEN 3
            PERFORM RemoveInstallation
           WHEN 4
            DISPLAY "Enter Machine Number: "
            ACCEPT ws-MachineNumber
            PERFORM ListInstallsForMachine
           WHEN OTHER
            DISPLAY "Invalid choice."
           END-EVALUATE
           PERFORM ReturnToMenu.

       MaintainLicenceEntitlement.
           DISPLAY "Enter Product: "
           ACCEPT ws-Lic-Product
           IF ws-Lic-Product EQUAL SPACES
              DISPLAY "Product cannot be empty."
           ELSE
              DISPLAY "Enter Licence Type (PERPETUAL, SUBSCRIPT, VOLUME"
              ", OEM): "
              ACCEPT ws-Lic-Type
              IF NOT ws-Valid-LicType
                 DISPLAY "Invalid licence type."
              ELSE
                 DISPLAY "Enter Seats Purchased: "
                 ACCEPT ws-Lic-SeatsText
                 IF ws-Lic-SeatsText EQUAL SPACES OR
                  FUNCTION TRIM(ws-Lic-SeatsText) IS NOT NUMERIC
                    DISPLAY "Seats must be numeric."
                 ELSE
                    MOVE FUNCTION NUMVAL(ws-Lic-SeatsText) TO
                     ws-Lic-Seats
                    PERFORM PromptLicenceExpiry
                    DISPLAY "Enter Supplier: "
                    ACCEPT ws-Lic-Supplier
                    PERFORM RewriteLicenceRecord
                    MOVE "LICENCE" TO ws-Audit-Action
                    MOVE 0 TO ws-Audit-MachineNum
                    MOVE SPACES TO ws-Audit-Username
                    MOVE SPACES TO ws-Audit-OldTyp
                    MOVE SPACES TO ws-Audit-OldManu
                    MOVE SPACES TO ws-Audit-OldUsername
                    MOVE SPACES TO ws-Audit-OldSpec
                    MOVE SPACES TO ws-Audit-NewTyp
                    MOVE SPACES TO ws-Audit-NewManu
                    MOVE SPACES TO ws-Audit-NewUsername
                    MOVE SPACES TO ws-Audit-NewSpec
                    MOVE SPACES TO ws-Audit-OldSite
                    MOVE SPACES TO ws-Audit-NewSite
                    STRING ws-Lic-Product " SEATS " ws-Lic-Seats
                     " EXP " ws-Lic-Expiry
                     DELIMITED BY SIZE INTO ws-Audit-NewSpec
                    END-STRING
                    PERFORM WriteAuditRecord
                    DISPLAY "Licence entitlement saved."
                 END-IF
              END-IF
           END-IF.

       PromptLicenceExpiry.
           MOVE "N" TO ws-Valid-Flag
           PERFORM UNTIL ws-Valid-Flag EQUAL "Y"
              DISPLAY "Enter Expiry Date (YYYYMMDD, 0 for none): "
              ACCEPT ws-Lic-ExpiryText
              IF ws-Lic-ExpiryText EQUAL SPACES OR
               FUNCTION TRIM(ws-Lic-ExpiryText) IS NOT NUMERIC
                 DISPLAY "Expiry date must be numeric (YYYYMMDD)."
              ELSE
                 MOVE FUNCTION NUMVAL(ws-Lic-ExpiryText) TO
                  ws-Lic-Expiry
                 IF ws-Lic-Expiry NOT EQUAL 0 AND
                  FUNCTION TEST-DATE-YYYYMMDD(ws-Lic-Expiry)
                  NOT EQUAL 0
                    DISPLAY "Expiry date is not a valid calendar date."
                 ELSE
                    MOVE "Y" TO ws-Valid-Flag
                 END-IF
              END-IF
           END-PERFORM.

       RewriteLicenceRecord.
           MOVE "N" TO ws-Lic-Found-Flag
           OPEN INPUT LicenceFile
           IF ws-LicFile-Status EQUAL 35
              CLOSE LicenceFile
              OPEN OUTPUT LicenceFile
              MOVE ws-Lic-Product TO LicProduct
              MOVE ws-Lic-Type TO LicType
              MOVE ws-Lic-Seats TO LicSeats
              MOVE ws-Lic-Expiry TO LicExpiry
              MOVE ws-Lic-Supplier TO LicSupplier
              WRITE LicenceRecord
              CLOSE LicenceFile
           ELSE
              OPEN OUTPUT TempLicenceFile
              READ LicenceFile INTO LicenceRecord
              AT END
                 MOVE 10 TO ws-LicFile-Status
              END-READ
              PERFORM UNTIL ws-LicFile-Status = 10
                 IF LicProduct EQUAL ws-Lic-Product
                    MOVE "Y" TO ws-Lic-Found-Flag
                    MOVE ws-Lic-Type TO LicType
                    MOVE ws-Lic-Seats TO LicSeats
                    MOVE ws-Lic-Expiry TO LicExpiry
                    MOVE ws-Lic-Supplier TO LicSupplier
                 END-IF
                 WRITE TempLicenceRecord FROM LicenceRecord
                 READ LicenceFile INTO LicenceRecord
                    AT END
                       MOVE 10 TO ws-LicFile-Status
              END-PERFORM
              IF ws-Lic-Found-Flag EQUAL "N"
                 MOVE ws-Lic-Product TO TempLicProduct
                 MOVE ws-Lic-Type TO TempLicType
                 MOVE ws-Lic-Seats TO TempLicSeats
                 MOVE ws-Lic-Expiry TO TempLicExpiry
                 MOVE ws-Lic-Supplier TO TempLicSupplier
                 WRITE TempLicenceRecord
              END-IF
              CLOSE LicenceFile
              CLOSE TempLicenceFile
              PERFORM CopyTempLicenceToFile
           END-IF.

       CopyTempLicenceToFile.
           OPEN INPUT TempLicenceFile
           OPEN OUTPUT LicenceFile
           READ TempLicenceFile INTO TempLicenceRecord
           AT END
              MOVE 10 TO ws-TempLicFile-Status
           END-READ
           PERFORM UNTIL ws-TempLicFile-Status = 10
              WRITE LicenceRecord FROM TempLicenceRecord
              READ TempLicenceFile INTO TempLicenceRecord
                 AT END
                    MOVE 10 TO ws-TempLicFile-Status
           END-PERFORM
           CLOSE TempLicenceFile
           CLOSE LicenceFile.

       CheckLicenceOnFile.
           MOVE "N" TO ws-Lic-Found-Flag
           OPEN INPUT LicenceFile
           IF ws-LicFile-Status EQUAL 35
              CLOSE LicenceFile
           ELSE
              READ LicenceFile INTO LicenceRecord
              AT END
                 MOVE 10 TO ws-LicFile-Status
              END-READ
              PERFORM UNTIL ws-LicFile-Status = 10 OR
               ws-Lic-Found-Flag EQUAL "Y"
                 IF LicProduct EQUAL ws-Lic-Product
                    MOVE "Y" TO ws-Lic-Found-Flag
                 END-IF
                 READ LicenceFile INTO LicenceRecord
                    AT END
                       MOVE 10 TO ws-LicFile-Status
              END-PERFORM
              CLOSE LicenceFile
           END-IF.

       RecordInstallation.
           DISPLAY "Enter Machine Number: "
           ACCEPT ws-MachineNumber
           OPEN INPUT StoreFile
           IF ws-StoreFile-Status EQUAL 35
              DISPLAY "No machine numbers stored yet."
           ELSE
              MOVE ws-MachineNumber TO StoreMachineNum
              READ StoreFile INTO StoreRecord
                 INVALID KEY
                    DISPLAY "Machine Number not found."
                 NOT INVALID KEY
                    IF StoreMachineStatus EQUAL "RETIRED"
                       DISPLAY "Machine is RETIRED; cannot install."
                    ELSE
                       DISPLAY "Enter Product: "
                       ACCEPT ws-Lic-Product
                       PERFORM CheckLicenceOnFile
                       IF ws-Lic-Found-Flag EQUAL "N"
                          DISPLAY "Warning: no entitlement on file for"
                          " this product."
                       END-IF
                       PERFORM CheckActiveInstall
                       IF ws-Inst-Found-Flag EQUAL "Y"
                          DISPLAY "Product already installed on this "
                          "machine."
                       ELSE
                          PERFORM WriteInstallRecord
                          DISPLAY "Installation recorded."
                       END-IF
                    END-IF
              END-READ
           END-IF
           CLOSE StoreFile.

       CheckActiveInstall.
           MOVE "N" TO ws-Inst-Found-Flag
           OPEN INPUT InstallFile
           IF ws-InstFile-Status EQUAL 35
              CLOSE InstallFile
           ELSE
              READ InstallFile INTO InstallRecord
              AT END
                 MOVE 10 TO ws-InstFile-Status
              END-READ
              PERFORM UNTIL ws-InstFile-Status = 10
                 IF InstMachineNum EQUAL ws-MachineNumber AND
                  InstProduct EQUAL ws-Lic-Product AND
                  InstStatus EQUAL "A"
                    MOVE "Y" TO ws-Inst-Found-Flag
                 END-IF
                 READ InstallFile INTO InstallRecord
                    AT END
                       MOVE 10 TO ws-InstFile-Status
              END-PERFORM
              CLOSE InstallFile
           END-IF.

       WriteInstallRecord.
           OPEN EXTEND InstallFile
           IF ws-InstFile-Status EQUAL 35
              OPEN OUTPUT InstallFile
           END-IF
           ACCEPT ws-Lic-Today FROM DATE YYYYMMDD
           MOVE ws-MachineNumber TO InstMachineNum
           MOVE ws-Lic-Product TO InstProduct
           MOVE ws-Lic-Today TO InstDate
           MOVE "A" TO InstStatus
           MOVE 0 TO InstFreedDate
           WRITE InstallRecord
           CLOSE InstallFile
           MOVE "INSTALL" TO ws-Audit-Action
           MOVE ws-MachineNumber TO ws-Audit-MachineNum
           MOVE StoreMachineUsername TO ws-Audit-Username
           MOVE SPACES TO ws-Audit-OldTyp
           MOVE SPACES TO ws-Audit-OldManu
           MOVE SPACES TO ws-Audit-OldUsername
           MOVE SPACES TO ws-Audit-OldSpec
           MOVE SPACES TO ws-Audit-NewTyp
           MOVE SPACES TO ws-Audit-NewManu
           MOVE SPACES TO ws-Audit-NewUsername
           MOVE ws-Lic-Product TO ws-Audit-NewSpec
           MOVE StoreMachineSite TO ws-Audit-OldSite
           MOVE StoreMachineSite TO ws-Audit-NewSite
           PERFORM WriteAuditRecord.

       RemoveInstallation.
           DISPLAY "Enter Machine Number: "
           ACCEPT ws-MachineNumber
           DISPLAY "Enter Product to remove: "
           ACCEPT ws-Lic-Product
           MOVE "P" TO ws-Inst-Free-Flag
           PERFORM FreeMachineInstalls
           IF ws-Lic-FreedCount EQUAL 0
              DISPLAY "No active installation of that product on this"
              " machine."
           ELSE
              MOVE "UNINSTALL" TO ws-Audit-Action
              MOVE ws-MachineNumber TO ws-Audit-MachineNum
              MOVE SPACES TO ws-Audit-Username
              MOVE SPACES TO ws-Audit-OldTyp
              MOVE SPACES TO ws-Audit-OldManu
              MOVE SPACES TO ws-Audit-OldUsername
              MOVE ws-Lic-Product TO ws-Audit-OldSpec
              MOVE SPACES TO ws-Audit-NewTyp
              MOVE SPACES TO ws-Audit-NewManu
              MOVE SPACES TO ws-Audit-NewUsername
              MOVE SPACES TO ws-Audit-NewSpec
              MOVE SPACES TO ws-Audit-OldSite
              MOVE SPACES TO ws-Audit-NewSite
              PERFORM WriteAuditRecord
              DISPLAY "Installation removed; seat returned to pool."
           END-IF.

       FreeMachineInstalls.
           MOVE 0 TO ws-Lic-FreedCount
           OPEN INPUT InstallFile
           IF ws-InstFile-Status EQUAL 35
              CLOSE InstallFile
           ELSE
              ACCEPT ws-Lic-Today FROM DATE YYYYMMDD
              OPEN OUTPUT TempInstallFile
              READ InstallFile INTO InstallRecord
              AT END
                 MOVE 10 TO ws-InstFile-Status
              END-READ
              PERFORM UNTIL ws-InstFile-Status = 10
                 IF InstMachineNum EQUAL ws-MachineNumber AND
                  InstStatus EQUAL "A"
                    IF ws-Inst-Free-Flag EQUAL "A" OR
                     InstProduct EQUAL ws-Lic-Product
                       MOVE "F" TO InstStatus
                       MOVE ws-Lic-Today TO InstFreedDate
                       ADD 1 TO ws-Lic-FreedCount
                    END-IF
                 END-IF
                 WRITE TempInstallRecord FROM InstallRecord
                 READ InstallFile INTO InstallRecord
                    AT END
                       MOVE 10 TO ws-InstFile-Status
              END-PERFORM
              CLOSE InstallFile
              CLOSE TempInstallFile
              PERFORM CopyTempInstallToFile
           END-IF.

       FreeInstallsForRetiredMachine.
           MOVE "A" TO ws-Inst-Free-Flag
           PERFORM FreeMachineInstalls
           IF ws-Lic-FreedCount GREATER THAN 0
              DISPLAY "Software installations freed: "
               ws-Lic-FreedCount
              MOVE "UNINSTALL" TO ws-Audit-Action
              MOVE ws-MachineNumber TO ws-Audit-MachineNum
              MOVE SPACES TO ws-Audit-Username
              MOVE SPACES TO ws-Audit-OldTyp
              MOVE SPACES TO ws-Audit-OldManu
              MOVE SPACES TO ws-Audit-OldUsername
              MOVE SPACES TO ws-Audit-OldSpec
              MOVE SPACES TO ws-Audit-NewTyp
              MOVE SPACES TO ws-Audit-NewManu
              MOVE SPACES TO ws-Audit-NewUsername
              MOVE SPACES TO ws-Audit-NewSpec
              MOVE SPACES TO ws-Audit-OldSite
              MOVE SPACES TO ws-Audit-NewSite
              STRING "FREED " ws-Lic-FreedCount " INSTALLS"
               DELIMITED BY SIZE INTO ws-Audit-NewSpec
              END-STRING
              PERFORM WriteAuditRecord
           END-IF.

       CopyTempInstallToFile.
           OPEN INPUT TempInstallFile
           OPEN OUTPUT InstallFile
           READ TempInstallFile INTO TempInstallRecord
           AT END
              MOVE 10 TO ws-TempInstFile-Status
           END-READ
           PERFORM UNTIL ws-TempInstFile-Status = 10
              WRITE InstallRecord FROM TempInstallRecord
              READ TempInstallFile INTO TempInstallRecord
                 AT END
                    MOVE 10 TO ws-TempInstFile-Status
           END-PERFORM
           CLOSE TempInstallFile
           CLOSE InstallFile.

       ListInstallsForMachine.
           MOVE 0 TO ws-Lic-Count
           OPEN INPUT InstallFile
           IF ws-InstFile-Status EQUAL 35
              CLOSE InstallFile
           ELSE
              READ InstallFile INTO InstallRecord
              AT END
                 MOVE 10 TO ws-InstFile-Status
              END-READ
              PERFORM UNTIL ws-InstFile-Status = 10
                 IF InstMachineNum EQUAL ws-MachineNumber AND
                  InstStatus EQUAL "A"
                    ADD 1 TO ws-Lic-Count
                    DISPLAY "Product: " InstProduct " Installed: "
                     InstDate
                 END-IF
                 READ InstallFile INTO InstallRecord
                    AT END
                       MOVE 10 TO ws-InstFile-Status
              END-PERFORM
              CLOSE InstallFile
           END-IF
           IF ws-Lic-Count EQUAL 0
              DISPLAY "No software installed on this machine."
           ELSE
              DISPLAY "Products installed: " ws-Lic-Count
           END-IF.

       LicenceComplianceReport.
           DISPLAY "Software Licence Compliance Report"
           ACCEPT ws-Lic-Today FROM DATE YYYYMMDD
           COMPUTE ws-Lic-Horizon = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(ws-Lic-Today) + 90)
           PERFORM FreeStaleInstalls
           PERFORM LoadLicenceTable
           PERFORM CountActiveInstalls
           MOVE "rpt_licence.txt" TO ws-Print-FileName
           MOVE "SOFTWARE LICENCE COMPLIANCE REPORT" TO ws-Print-Title
           MOVE "PRODUCT / TYPE / SEATS / INSTALLED / OVER / EXPIRY" TO
            ws-Print-ColHead
           PERFORM StartReportSpool
           MOVE 0 TO ws-Lic-OverCount
           MOVE 0 TO ws-Lic-ExpCount
           IF ws-Lic-TabCount EQUAL 0
              MOVE "No licences or installations on file yet." TO
               ws-Print-Line
              PERFORM PrintReportLine
           ELSE
              PERFORM VARYING ws-Lic-Idx FROM 1 BY 1 UNTIL
               ws-Lic-Idx GREATER THAN ws-Lic-TabCount
                 PERFORM PrintLicenceComplianceRow
              END-PERFORM
           END-IF
           MOVE SPACES TO ws-Print-Line
           STRING "Installations freed from retired or disposed machi"
            "nes: " ws-Lic-FreedCount
            DELIMITED BY SIZE INTO ws-Print-Line
           END-STRING
           PERFORM PrintReportLine
           MOVE SPACES TO ws-Print-TotalText
           STRING "PRODUCTS " ws-Lic-TabCount " OVER-DEPLOYED "
            ws-Lic-OverCount " EXPIRING " ws-Lic-ExpCount
            DELIMITED BY SIZE INTO ws-Print-TotalText
           END-STRING
           PERFORM EndReportSpool
           PERFORM ReturnToMenu.

       PrintLicenceComplianceRow.
           MOVE SPACES TO ws-Lic-Flag
           MOVE 0 TO ws-Lic-Over
           IF ws-Lic-TabInstalled(ws-Lic-Idx) GREATER THAN
            ws-Lic-TabSeats(ws-Lic-Idx)
              COMPUTE ws-Lic-Over = ws-Lic-TabInstalled(ws-Lic-Idx) -
               ws-Lic-TabSeats(ws-Lic-Idx)
              ADD 1 TO ws-Lic-OverCount
              MOVE "OVER-DEPLOYED" TO ws-Lic-Flag
           END-IF
           MOVE SPACES TO ws-Lic-ExpFlag
           IF ws-Lic-TabExpiry(ws-Lic-Idx) GREATER THAN 0
              IF ws-Lic-TabExpiry(ws-Lic-Idx) LESS THAN ws-Lic-Today
                 ADD 1 TO ws-Lic-ExpCount
                 MOVE "EXPIRED" TO ws-Lic-ExpFlag
              ELSE
                 IF ws-Lic-TabExpiry(ws-Lic-Idx) NOT GREATER THAN
                  ws-Lic-Horizon
                    ADD 1 TO ws-Lic-ExpCount
                    MOVE "EXPIRING" TO ws-Lic-ExpFlag
                 END-IF
              END-IF
           END-IF
           MOVE SPACES TO ws-Print-Line
           STRING ws-Lic-TabProduct(ws-Lic-Idx) " "
            ws-Lic-TabType(ws-Lic-Idx) " "
            ws-Lic-TabSeats(ws-Lic-Idx) " "
            ws-Lic-TabInstalled(ws-Lic-Idx) " " ws-Lic-Over " "
            ws-Lic-TabExpiry(ws-Lic-Idx) " " ws-Lic-Flag " "
            ws-Lic-ExpFlag
            DELIMITED BY SIZE INTO ws-Print-Line
           END-STRING
           PERFORM PrintReportLine.

       LoadLicenceTable.
           MOVE 0 TO ws-Lic-TabCount
           MOVE "N" TO ws-Table-Full-Flag
           OPEN INPUT LicenceFile
           IF ws-LicFile-Status EQUAL 35
              CLOSE LicenceFile
           ELSE
              READ LicenceFile INTO LicenceRecord
              AT END
                 MOVE 10 TO ws-LicFile-Status
              END-READ
              PERFORM UNTIL ws-LicFile-Status = 10
                 IF ws-Lic-TabCount LESS THAN 200
                    ADD 1 TO ws-Lic-TabCount
                    MOVE LicProduct TO
                     ws-Lic-TabProduct(ws-Lic-TabCount)
                    MOVE LicType TO ws-Lic-TabType(ws-Lic-TabCount)
                    MOVE LicSeats TO ws-Lic-TabSeats(ws-Lic-TabCount)
                    MOVE LicExpiry TO ws-Lic-TabExpiry(ws-Lic-TabCount)
                    MOVE LicSupplier TO
                     ws-Lic-TabSupplier(ws-Lic-TabCount)
                    MOVE 0 TO ws-Lic-TabInstalled(ws-Lic-TabCount)
                 ELSE
                    PERFORM WarnTableFull
                 END-IF
                 READ LicenceFile INTO LicenceRecord
                    AT END
                       MOVE 10 TO ws-LicFile-Status
              END-PERFORM
              CLOSE LicenceFile
           END-IF.

       CountActiveInstalls.
           OPEN INPUT InstallFile
           IF ws-InstFile-Status EQUAL 35
              CLOSE InstallFile
           ELSE
              READ InstallFile INTO InstallRecord
              AT END
                 MOVE 10 TO ws-InstFile-Status
              END-READ
              PERFORM UNTIL ws-InstFile-Status = 10
                 IF InstStatus EQUAL "A"
                    PERFORM AddInstallToLicenceTable
                 END-IF
                 READ InstallFile INTO InstallRecord
                    AT END
                       MOVE 10 TO ws-InstFile-Status
              END-PERFORM
              CLOSE InstallFile
           END-IF.

       AddInstallToLicenceTable.
           MOVE 0 TO ws-Lic-Sub
           PERFORM VARYING ws-Lic-Idx FROM 1 BY 1 UNTIL
            ws-Lic-Idx GREATER THAN ws-Lic-TabCount
              IF ws-Lic-TabProduct(ws-Lic-Idx) EQUAL InstProduct
                 MOVE ws-Lic-Idx TO ws-Lic-Sub
              END-IF
           END-PERFORM
           IF ws-Lic-Sub EQUAL 0
              IF ws-Lic-TabCount LESS THAN 200
                 ADD 1 TO ws-Lic-TabCount
                 MOVE ws-Lic-TabCount TO ws-Lic-Sub
                 MOVE InstProduct TO ws-Lic-TabProduct(ws-Lic-Sub)
                 MOVE "UNLICENSED" TO ws-Lic-TabType(ws-Lic-Sub)
                 MOVE 0 TO ws-Lic-TabSeats(ws-Lic-Sub)
                 MOVE 0 TO ws-Lic-TabExpiry(ws-Lic-Sub)
                 MOVE SPACES TO ws-Lic-TabSupplier(ws-Lic-Sub)
                 MOVE 0 TO ws-Lic-TabInstalled(ws-Lic-Sub)
              ELSE
                 PERFORM WarnTableFull
              END-IF
           END-IF
           IF ws-Lic-Sub GREATER THAN 0
              ADD 1 TO ws-Lic-TabInstalled(ws-Lic-Sub)
           END-IF.

       FreeStaleInstalls.
           MOVE 0 TO ws-Lic-FreedCount
           OPEN INPUT InstallFile
           IF ws-InstFile-Status EQUAL 35
              CLOSE InstallFile
           ELSE
           OPEN INPUT StoreFile
           IF ws-StoreFile-Status NOT EQUAL 0
              CLOSE StoreFile
              CLOSE InstallFile
           ELSE
              OPEN OUTPUT TempInstallFile
              READ InstallFile INTO InstallRecord
              AT END
                 MOVE 10 TO ws-InstFile-Status
              END-READ
              PERFORM UNTIL ws-InstFile-Status = 10
                 IF InstStatus EQUAL "A"
                    MOVE InstMachineNum TO StoreMachineNum
                    READ StoreFile INTO StoreRecord
                       INVALID KEY
                          MOVE "F" TO InstStatus
                       NOT INVALID KEY
                          IF StoreMachineStatus EQUAL "RETIRED"
                             MOVE "F" TO InstStatus
                          END-IF
                    END-READ
                    IF InstStatus EQUAL "F"
                       MOVE ws-Lic-Today TO InstFreedDate
                       ADD 1 TO ws-Lic-FreedCount
                    END-IF
                 END-IF
                 WRITE TempInstallRecord FROM InstallRecord
                 READ InstallFile INTO InstallRecord
                    AT END
                       MOVE 10 TO ws-InstFile-Status
              END-PERFORM
              CLOSE InstallFile
              CLOSE TempInstallFile
              CLOSE StoreFile
              PERFORM CopyTempInstallToFile
           END-IF
           END-IF.

       MaintainPurchaseOrders.
           DISPLAY "Purchase Order Maintenance"
           DISPLAY "1. Create Purchase Order"
           DISPLAY "2. Add Line to Purchase Order"
           DISPLAY "3. List Purchase Order"
           ACCEPT ws-Po-Choice
           EVALUATE ws-Po-Choice
           WHEN 1
            PERFORM CreatePurchaseOrder
           WHEN 2
            PERFORM AddPurchaseOrderLine
           WHEN 3
            PERFORM ListPurchaseOrder
           WHEN OTHER
            DISPLAY "Invalid choice."
           END-EVALUATE
           PERFORM ReturnToMenu.

       CreatePurchaseOrder.
           DISPLAY "Enter PO Number: "
           ACCEPT ws-Po-Number
           IF ws-Po-Number EQUAL SPACES
              DISPLAY "PO Number cannot be empty."
           ELSE
              PERFORM FindPurchaseOrderHeader
              IF ws-Po-Found-Flag EQUAL "Y"
                 DISPLAY "PO Number already on file."
              ELSE
                 DISPLAY "Enter Supplier: "
                 ACCEPT ws-Po-Supplier
                 DISPLAY "Enter Delivery Site Code: "
                 ACCEPT ws-Po-Site
                 MOVE ws-Po-Site TO ws-Site-CheckCode
                 PERFORM CheckSiteInMaster
                 IF ws-Po-Supplier EQUAL SPACES
                    DISPLAY "Supplier cannot be empty."
                 ELSE
                 IF ws-Po-Site EQUAL SPACES OR
                  ws-Site-Found-Flag EQUAL "N"
                    DISPLAY "Site Code not in site master."
                 ELSE
                 IF ws-Site-CheckStatus EQUAL "C"
                    DISPLAY "Site is closed; choose an open site."
                 ELSE
                    ACCEPT ws-Po-Today FROM DATE YYYYMMDD
                    OPEN EXTEND PoFile
                    IF ws-PoFile-Status EQUAL 35
                       OPEN OUTPUT PoFile
                    END-IF
                    MOVE SPACES TO PoRecord
                    MOVE ws-Po-Number TO PoNumber
                    MOVE "H" TO PoRecType
                    MOVE ws-Po-Supplier TO PoHdrSupplier
                    MOVE ws-Po-Today TO PoHdrOrderDate
                    MOVE ws-Po-Site TO PoHdrSite
                    MOVE "O" TO PoHdrStatus
                    WRITE PoRecord
                    CLOSE PoFile
                    MOVE SPACES TO ws-Audit-NewSpec
                    STRING "PO " ws-Po-Number " CREATED " ws-Po-Supplier
                     DELIMITED BY SIZE INTO ws-Audit-NewSpec
                    END-STRING
                    MOVE ws-Po-Site TO ws-Audit-NewSite
                    MOVE "PO" TO ws-Audit-Action
                    PERFORM WritePurchaseOrderAudit
                    DISPLAY "Purchase order created."
                 END-IF
                 END-IF
                 END-IF
              END-IF
           END-IF.

       FindPurchaseOrderHeader.
           MOVE "N" TO ws-Po-Found-Flag
           MOVE 0 TO ws-Po-MaxLine
           OPEN INPUT PoFile
           IF ws-PoFile-Status EQUAL 35
              CLOSE PoFile
           ELSE
              READ PoFile INTO PoRecord
              AT END
                 MOVE 10 TO ws-PoFile-Status
              END-READ
              PERFORM UNTIL ws-PoFile-Status = 10
                 IF PoNumber EQUAL ws-Po-Number
                    IF PoRecType EQUAL "H"
                       MOVE "Y" TO ws-Po-Found-Flag
                       MOVE PoHdrSupplier TO ws-Po-Supplier
                       MOVE PoHdrSite TO ws-Po-Site
                       MOVE PoHdrStatus TO ws-Po-Status
                       MOVE PoHdrOrderDate TO ws-Po-OrderDate
                    ELSE
                       IF PoLineNum GREATER THAN ws-Po-MaxLine
                          MOVE PoLineNum TO ws-Po-MaxLine
                       END-IF
                    END-IF
                 END-IF
                 READ PoFile INTO PoRecord
                    AT END
                       MOVE 10 TO ws-PoFile-Status
              END-PERFORM
              CLOSE PoFile
           END-IF.

       AddPurchaseOrderLine.
           DISPLAY "Enter PO Number: "
           ACCEPT ws-Po-Number
           PERFORM FindPurchaseOrderHeader
           IF ws-Po-Found-Flag EQUAL "N"
              DISPLAY "PO Number not on file."
           ELSE
           IF ws-Po-Status EQUAL "C"
              DISPLAY "Purchase order is closed."
           ELSE
              DISPLAY "Enter Machine Type (LAPTOP, DESKTOP, TABLET, SER"
              "VER, PRINTER): "
              ACCEPT ws-MachineTyp
              DISPLAY "Enter Manufacturer (DELL, HP, LENOVO, APPLE, ASU"
              "S): "
              ACCEPT ws-MachineManu
              DISPLAY "Enter Quantity Ordered: "
              ACCEPT ws-Po-QtyText
              DISPLAY "Enter Unit Cost: "
              ACCEPT ws-Po-CostText
              DISPLAY "Enter Warranty Months: "
              ACCEPT ws-Po-WarrText
              IF NOT ws-Valid-MachineTyp
                 DISPLAY "Invalid machine type."
              ELSE
              IF NOT ws-Valid-MachineManu
                 DISPLAY "Invalid manufacturer."
              ELSE
              IF ws-Po-QtyText EQUAL SPACES OR
               FUNCTION TRIM(ws-Po-QtyText) IS NOT NUMERIC
                 DISPLAY "Quantity must be numeric."
              ELSE
              IF ws-Po-CostText EQUAL SPACES
                 DISPLAY "Unit cost cannot be empty."
              ELSE
              IF ws-Po-WarrText EQUAL SPACES OR
               FUNCTION TRIM(ws-Po-WarrText) IS NOT NUMERIC
                 DISPLAY "Warranty months must be numeric."
              ELSE
                 MOVE FUNCTION NUMVAL(ws-Po-QtyText) TO ws-Po-Qty
                 MOVE FUNCTION NUMVAL(ws-Po-CostText) TO ws-Po-UnitCost
                 MOVE FUNCTION NUMVAL(ws-Po-WarrText) TO
                  ws-Po-WarrMonths
                 IF ws-Po-Qty EQUAL 0
                    DISPLAY "Quantity must be greater than zero."
                 ELSE
                    PERFORM PromptPoExpectedDate
                    OPEN EXTEND PoFile
                    IF ws-PoFile-Status EQUAL 35
                       OPEN OUTPUT PoFile
                    END-IF
                    MOVE SPACES TO PoRecord
                    MOVE ws-Po-Number TO PoNumber
                    MOVE "L" TO PoRecType
                    ADD 1 TO ws-Po-MaxLine GIVING PoLineNum
                    MOVE ws-MachineTyp TO PoLineTyp
                    MOVE ws-MachineManu TO PoLineManu
                    MOVE ws-Po-Qty TO PoLineQty
                    MOVE 0 TO PoLineQtyRecv
                    MOVE ws-Po-UnitCost TO PoLineUnitCost
                    MOVE ws-Po-WarrMonths TO PoLineWarrMonths
                    MOVE ws-Po-Expected TO PoLineExpected
                    MOVE PoLineNum TO ws-Po-LineNum
                    WRITE PoRecord
                    CLOSE PoFile
                    MOVE SPACES TO ws-Audit-NewSpec
                    STRING "PO " ws-Po-Number " LINE " ws-Po-LineNum
                     " QTY " ws-Po-Qty
                     DELIMITED BY SIZE INTO ws-Audit-NewSpec
                    END-STRING
                    MOVE ws-Po-Site TO ws-Audit-NewSite
                    MOVE "PO" TO ws-Audit-Action
                    PERFORM WritePurchaseOrderAudit
                    DISPLAY "Line " ws-Po-LineNum " added."
                 END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
           END-IF
           END-IF.

       PromptPoExpectedDate.
           MOVE "N" TO ws-Valid-Flag
           PERFORM UNTIL ws-Valid-Flag EQUAL "Y"
              DISPLAY "Enter Expected Delivery Date (YYYYMMDD): "
              ACCEPT ws-Po-DateText
              IF ws-Po-DateText EQUAL SPACES OR
               FUNCTION TRIM(ws-Po-DateText) IS NOT NUMERIC
                 DISPLAY "Expected date must be numeric (YYYYMMDD)."
              ELSE
                 MOVE FUNCTION NUMVAL(ws-Po-DateText) TO
                  ws-Po-Expected
                 IF FUNCTION TEST-DATE-YYYYMMDD(ws-Po-Expected)
                  NOT EQUAL 0
                    DISPLAY "Expected date is not a valid calendar da"
                    "te."
                 ELSE
                    MOVE "Y" TO ws-Valid-Flag
                 END-IF
              END-IF
           END-PERFORM.

       WritePurchaseOrderAudit.
           MOVE 0 TO ws-Audit-MachineNum
           MOVE SPACES TO ws-Audit-Username
           MOVE SPACES TO ws-Audit-OldTyp
           MOVE SPACES TO ws-Audit-OldManu
           MOVE SPACES TO ws-Audit-OldUsername
           MOVE SPACES TO ws-Audit-OldSpec
           MOVE SPACES TO ws-Audit-NewTyp
           MOVE SPACES TO ws-Audit-NewManu
           MOVE SPACES TO ws-Audit-NewUsername
           MOVE SPACES TO ws-Audit-OldSite
           PERFORM WriteAuditRecord.

       ListPurchaseOrder.
           DISPLAY "Enter PO Number: "
           ACCEPT ws-Po-Number
           PERFORM FindPurchaseOrderHeader
           IF ws-Po-Found-Flag EQUAL "N"
              DISPLAY "PO Number not on file."
           ELSE
              DISPLAY "PO " ws-Po-Number " Supplier " ws-Po-Supplier
              DISPLAY "Ordered " ws-Po-OrderDate " Site " ws-Po-Site
               " Status " ws-Po-Status
              OPEN INPUT PoFile
              READ PoFile INTO PoRecord
              AT END
                 MOVE 10 TO ws-PoFile-Status
              END-READ
              PERFORM UNTIL ws-PoFile-Status = 10
                 IF PoNumber EQUAL ws-Po-Number AND
                  PoRecType EQUAL "L"
                    MOVE PoLineUnitCost TO ws-Po-CostDisplay
                    DISPLAY "Line " PoLineNum " " PoLineTyp " "
                     PoLineManu " Qty " PoLineQty " Recv "
                     PoLineQtyRecv " Cost " ws-Po-CostDisplay
                     " Due " PoLineExpected
                 END-IF
                 READ PoFile INTO PoRecord
                    AT END
                       MOVE 10 TO ws-PoFile-Status
              END-PERFORM
              CLOSE PoFile
           END-IF.

       FindPurchaseOrderLine.
           MOVE "N" TO ws-Po-LineFound-Flag
           OPEN INPUT PoFile
           IF ws-PoFile-Status EQUAL 35
              CLOSE PoFile
           ELSE
              READ PoFile INTO PoRecord
              AT END
                 MOVE 10 TO ws-PoFile-Status
              END-READ
              PERFORM UNTIL ws-PoFile-Status = 10 OR
               ws-Po-LineFound-Flag EQUAL "Y"
                 IF PoNumber EQUAL ws-Po-Number AND
                  PoRecType EQUAL "L" AND
                  PoLineNum EQUAL ws-Po-LineNum
                    MOVE "Y" TO ws-Po-LineFound-Flag
                    MOVE PoLineTyp TO ws-Po-LineTyp
                    MOVE PoLineManu TO ws-Po-LineManu
                    MOVE PoLineQty TO ws-Po-Qty
                    MOVE PoLineQtyRecv TO ws-Po-QtyRecv
                    MOVE PoLineUnitCost TO ws-Po-UnitCost
                    MOVE PoLineWarrMonths TO ws-Po-WarrMonths
                 END-IF
                 READ PoFile INTO PoRecord
                    AT END
                       MOVE 10 TO ws-PoFile-Status
              END-PERFORM
              CLOSE PoFile
           END-IF.

       ReceiveGoodsAgainstPo.
           DISPLAY "Enter PO Number: "
           ACCEPT ws-Po-Number
           PERFORM FindPurchaseOrderHeader
           IF ws-Po-Found-Flag EQUAL "N"
              DISPLAY "PO Number not on file."
              GO TO DisplayMenu
           END-IF
           IF ws-Po-Status EQUAL "C"
              DISPLAY "Purchase order is already fully received."
              GO TO DisplayMenu
           END-IF

           DISPLAY "Enter PO Line Number: "
           ACCEPT ws-Po-LineText
           IF ws-Po-LineText EQUAL SPACES OR
            FUNCTION TRIM(ws-Po-LineText) IS NOT NUMERIC
              DISPLAY "Line number must be numeric."
              GO TO DisplayMenu
           END-IF
           MOVE FUNCTION NUMVAL(ws-Po-LineText) TO ws-Po-LineNum
           PERFORM FindPurchaseOrderLine
           IF ws-Po-LineFound-Flag EQUAL "N"
              DISPLAY "Line not found on purchase order."
              GO TO DisplayMenu
           END-IF
           COMPUTE ws-Po-Outstanding = ws-Po-Qty - ws-Po-QtyRecv
           IF ws-Po-Outstanding EQUAL 0
              DISPLAY "Line is already fully received."
              GO TO DisplayMenu
           END-IF

           MOVE ws-Po-Site TO ws-Site-CheckCode
           PERFORM CheckSiteInMaster
           IF ws-Site-Found-Flag EQUAL "N" OR
            ws-Site-CheckStatus EQUAL "C"
              DISPLAY "Delivery site " ws-Po-Site
               " is not an open site."
              GO TO DisplayMenu
           END-IF

           DISPLAY "Line " ws-Po-LineNum " " ws-Po-LineTyp " "
            ws-Po-LineManu " outstanding " ws-Po-Outstanding
           DISPLAY "Enter Quantity Received: "
           ACCEPT ws-Po-QtyText
           IF ws-Po-QtyText EQUAL SPACES OR
            FUNCTION TRIM(ws-Po-QtyText) IS NOT NUMERIC
              DISPLAY "Quantity must be numeric."
              GO TO DisplayMenu
           END-IF
           MOVE FUNCTION NUMVAL(ws-Po-QtyText) TO ws-Po-RecvQty
           IF ws-Po-RecvQty EQUAL 0 OR
            ws-Po-RecvQty GREATER THAN ws-Po-Outstanding
              DISPLAY "Quantity must be between 1 and the quantity outs"
              "tanding."
              GO TO DisplayMenu
           END-IF

           DISPLAY "Enter CPU: "
           ACCEPT ws-MachineSpecCpu
           DISPLAY "Enter RAM (GB): "
           ACCEPT ws-Spec-RamText
           IF ws-Spec-RamText EQUAL SPACES OR
            FUNCTION TRIM(ws-Spec-RamText) IS NOT NUMERIC
              DISPLAY "RAM must be numeric."
              GO TO DisplayMenu
           END-IF
           MOVE FUNCTION NUMVAL(ws-Spec-RamText) TO ws-MachineSpecRam
           DISPLAY "Enter Disk (GB): "
           ACCEPT ws-Spec-DiskText
           IF ws-Spec-DiskText EQUAL SPACES OR
            FUNCTION TRIM(ws-Spec-DiskText) IS NOT NUMERIC
              DISPLAY "Disk must be numeric."
              GO TO DisplayMenu
           END-IF
           MOVE FUNCTION NUMVAL(ws-Spec-DiskText) TO ws-MachineSpecDisk
           DISPLAY "Enter Operating System: "
           ACCEPT ws-MachineSpecOs
           MOVE ws-MachineSpecOs TO ws-Os-CheckName
           PERFORM CheckOsInCatalog
           IF ws-Os-Found-Flag EQUAL "N"
              DISPLAY "Operating system not in OS catalog."
              GO TO DisplayMenu
           END-IF

           ACCEPT ws-Po-Today FROM DATE YYYYMMDD
           MOVE 0 TO ws-Po-RecvDone
           PERFORM VARYING ws-Po-Unit FROM 1 BY 1 UNTIL
            ws-Po-Unit GREATER THAN ws-Po-RecvQty
              PERFORM ReceiveOnePoUnit
           END-PERFORM

           IF ws-Po-RecvDone GREATER THAN 0
              PERFORM UpdatePoLineReceived
              MOVE SPACES TO ws-Audit-NewSpec
              STRING "PO " ws-Po-Number " LINE " ws-Po-LineNum
               " RECEIVED " ws-Po-RecvDone
               DELIMITED BY SIZE INTO ws-Audit-NewSpec
              END-STRING
              MOVE ws-Po-Site TO ws-Audit-NewSite
              MOVE "RECEIVE" TO ws-Audit-Action
              PERFORM WritePurchaseOrderAudit
           END-IF
           DISPLAY "Units received: " ws-Po-RecvDone
           IF ws-Po-AllRecv-Flag EQUAL "Y" AND ws-Po-RecvDone
            GREATER THAN 0
              DISPLAY "Purchase order fully received and closed."
           END-IF
           PERFORM ReturnToMenu.

       ReceiveOnePoUnit.
           DISPLAY "Unit " ws-Po-Unit " of " ws-Po-RecvQty
           PERFORM PromptIdentifierFields
           PERFORM CheckPoSerialOnFile
           IF ws-Xref-Serial EQUAL SPACES
              DISPLAY "Serial is required on receipt; unit not receive"
              "d."
           ELSE
           IF ws-Po-Dup-Flag EQUAL "Y"
              DISPLAY "Serial or asset tag already on file; unit not r"
              "eceived."
           ELSE
              PERFORM AssignNextMachineNumber
              MOVE SPACES TO Username
              MOVE ws-Po-LineTyp TO ws-MachineTyp
              MOVE ws-Po-LineManu TO ws-MachineManu
              MOVE ws-Po-Site TO ws-MachineSite
              MOVE "ACTIVE" TO ws-MachineStatus
              PERFORM AppendMachineToFile
              PERFORM CopyToStoreFile

              MOVE "ADD" TO ws-Audit-Action
              MOVE ws-MachineNumber TO ws-Audit-MachineNum
              MOVE Username TO ws-Audit-Username
              MOVE SPACES TO ws-Audit-OldTyp
              MOVE SPACES TO ws-Audit-OldManu
              MOVE SPACES TO ws-Audit-OldUsername
              MOVE SPACES TO ws-Audit-OldSpec
              MOVE ws-MachineTyp TO ws-Audit-NewTyp
              MOVE ws-MachineManu TO ws-Audit-NewManu
              MOVE Username TO ws-Audit-NewUsername
              MOVE ws-MachineSpec TO ws-Audit-NewSpec
              MOVE SPACES TO ws-Audit-OldSite
              MOVE ws-MachineSite TO ws-Audit-NewSite
              PERFORM WriteAuditRecord

              MOVE ws-Po-Today TO ws-Acq-PurchaseDate
              MOVE ws-Po-UnitCost TO ws-Acq-PurchaseCost
              MOVE ws-Po-Supplier TO ws-Acq-Supplier
              PERFORM ComputePoWarrantyEnd
              PERFORM WriteAcquisitionRecord
              PERFORM WriteXrefRecord
              ADD 1 TO ws-Po-RecvDone
              DISPLAY "Received as Machine Number " ws-MachineNumber
           END-IF
           END-IF.

       CheckPoSerialOnFile.
           MOVE "N" TO ws-Po-Dup-Flag
           OPEN INPUT XrefFile
           IF ws-XrefFile-Status EQUAL 35
              CLOSE XrefFile
           ELSE
              READ XrefFile INTO XrefRecord
              AT END
                 MOVE 10 TO ws-XrefFile-Status
              END-READ
              PERFORM UNTIL ws-XrefFile-Status = 10 OR
               ws-Po-Dup-Flag EQUAL "Y"
                 IF XrefSerial EQUAL ws-Xref-Serial
                    MOVE "Y" TO ws-Po-Dup-Flag
                 END-IF
                 IF ws-Xref-AssetTag NOT EQUAL SPACES AND
                  XrefAssetTag EQUAL ws-Xref-AssetTag
                    MOVE "Y" TO ws-Po-Dup-Flag
                 END-IF
                 READ XrefFile INTO XrefRecord
                    AT END
                       MOVE 10 TO ws-XrefFile-Status
              END-PERFORM
              CLOSE XrefFile
           END-IF.

       ComputePoWarrantyEnd.
           MOVE ws-Po-Today TO ws-Acq-DateWork
           COMPUTE ws-Po-MonthTotal = ws-Acq-DateYear * 12 +
            ws-Acq-DateMonth - 1 + ws-Po-WarrMonths
           DIVIDE ws-Po-MonthTotal BY 12 GIVING ws-Acq-DateYear
            REMAINDER ws-Po-MonthRem
           ADD 1 TO ws-Po-MonthRem GIVING ws-Acq-DateMonth
           IF ws-Acq-DateDay GREATER THAN 28
              MOVE 28 TO ws-Acq-DateDay
           END-IF
           MOVE ws-Acq-DateWork TO ws-Acq-WarrantyEnd.

       UpdatePoLineReceived.
           MOVE "Y" TO ws-Po-AllRecv-Flag
           OPEN INPUT PoFile
           OPEN OUTPUT TempPoFile
           READ PoFile INTO PoRecord
           AT END
              MOVE 10 TO ws-PoFile-Status
           END-READ
           PERFORM UNTIL ws-PoFile-Status = 10
              IF PoNumber EQUAL ws-Po-Number AND
               PoRecType EQUAL "L"
                 IF PoLineNum EQUAL ws-Po-LineNum
                    ADD ws-Po-RecvDone TO PoLineQtyRecv
                 END-IF
                 IF PoLineQtyRecv LESS THAN PoLineQty
                    MOVE "N" TO ws-Po-AllRecv-Flag
                 END-IF
              END-IF
              WRITE TempPoRecord FROM PoRecord
              READ PoFile INTO PoRecord
                 AT END
                    MOVE 10 TO ws-PoFile-Status
           END-PERFORM
           CLOSE PoFile
           CLOSE TempPoFile
           PERFORM CopyTempPoToFile
           IF ws-Po-AllRecv-Flag EQUAL "Y"
              OPEN INPUT PoFile
              OPEN OUTPUT TempPoFile
              READ PoFile INTO PoRecord
              AT END
                 MOVE 10 TO ws-PoFile-Status
              END-READ
              PERFORM UNTIL ws-PoFile-Status = 10
                 IF PoNumber EQUAL ws-Po-Number AND
                  PoRecType EQUAL "H"
                    MOVE "C" TO PoHdrStatus
                 END-IF
                 WRITE TempPoRecord FROM PoRecord
                 READ PoFile INTO PoRecord
                    AT END
                       MOVE 10 TO ws-PoFile-Status
              END-PERFORM
              CLOSE PoFile
              CLOSE TempPoFile
              PERFORM CopyTempPoToFile
           END-IF.

       CopyTempPoToFile.
           OPEN INPUT TempPoFile
           OPEN OUTPUT PoFile
           READ TempPoFile INTO TempPoRecord
           AT END
              MOVE 10 TO ws-TempPoFile-Status
           END-READ
           PERFORM UNTIL ws-TempPoFile-Status = 10
              WRITE PoRecord FROM TempPoRecord
              READ TempPoFile INTO TempPoRecord
                 AT END
                    MOVE 10 TO ws-TempPoFile-Status
           END-PERFORM
           CLOSE TempPoFile
           CLOSE PoFile.

       OpenPurchaseOrderReport.
           DISPLAY "Open Purchase Order Report"
           ACCEPT ws-Po-Today FROM DATE YYYYMMDD
           PERFORM LoadPoHeaderTable
           MOVE "rpt_openpo.txt" TO ws-Print-FileName
           MOVE "OPEN PURCHASE ORDER REPORT" TO ws-Print-Title
           MOVE "PO / LINE / SUPPLIER / TYPE / MANU / QTY / RECV / DUE"
            TO ws-Print-ColHead
           PERFORM StartReportSpool
           MOVE 0 TO ws-Po-OverdueCount
           MOVE 0 TO ws-Po-PartialCount
           MOVE 0 TO ws-Po-NotDueCount
           OPEN INPUT PoFile
           IF ws-PoFile-Status EQUAL 35
              CLOSE PoFile
              MOVE "No purchase orders on file yet." TO ws-Print-Line
              PERFORM PrintReportLine
           ELSE
              READ PoFile INTO PoRecord
              AT END
                 MOVE 10 TO ws-PoFile-Status
              END-READ
              PERFORM UNTIL ws-PoFile-Status = 10
                 IF PoRecType EQUAL "L" AND
                  PoLineQtyRecv LESS THAN PoLineQty
                    PERFORM PrintOpenPoLine
                 END-IF
                 READ PoFile INTO PoRecord
                    AT END
                       MOVE 10 TO ws-PoFile-Status
              END-PERFORM
              CLOSE PoFile
           END-IF
           MOVE SPACES TO ws-Print-Line
           STRING "Open lines not yet due with nothing received: "
            ws-Po-NotDueCount
            DELIMITED BY SIZE INTO ws-Print-Line
           END-STRING
           PERFORM PrintReportLine
           MOVE SPACES TO ws-Print-TotalText
           STRING "OVERDUE " ws-Po-OverdueCount " PARTIAL "
            ws-Po-PartialCount
            DELIMITED BY SIZE INTO ws-Print-TotalText
           END-STRING
           PERFORM EndReportSpool
           PERFORM ReturnToMenu.

       PrintOpenPoLine.
           MOVE SPACES TO ws-Po-Flag
           MOVE 0 TO ws-Po-DaysLate
           IF PoLineExpected LESS THAN ws-Po-Today
              COMPUTE ws-Po-DaysLate =
               FUNCTION INTEGER-OF-DATE(ws-Po-Today) -
               FUNCTION INTEGER-OF-DATE(PoLineExpected)
              ADD 1 TO ws-Po-OverdueCount
              MOVE "OVERDUE" TO ws-Po-Flag
           END-IF
           IF PoLineQtyRecv GREATER THAN 0
              ADD 1 TO ws-Po-PartialCount
              IF ws-Po-Flag EQUAL SPACES
                 MOVE "PARTIAL" TO ws-Po-Flag
              ELSE
                 MOVE "OVERDUE PARTIAL" TO ws-Po-Flag
              END-IF
           END-IF
           IF ws-Po-Flag EQUAL SPACES
              ADD 1 TO ws-Po-NotDueCount
           ELSE
              MOVE SPACES TO ws-Po-Supplier
              PERFORM VARYING ws-Po-HdrIdx FROM 1 BY 1 UNTIL
               ws-Po-HdrIdx GREATER THAN ws-Po-HdrCount
                 IF ws-Po-TabNumber(ws-Po-HdrIdx) EQUAL PoNumber
                    MOVE ws-Po-TabSupplier(ws-Po-HdrIdx) TO
                     ws-Po-Supplier
                 END-IF
              END-PERFORM
              MOVE SPACES TO ws-Print-Line
              STRING PoNumber " " PoLineNum " " ws-Po-Supplier " "
               PoLineTyp " " PoLineManu " " PoLineQty " "
               PoLineQtyRecv " " PoLineExpected " " ws-Po-DaysLate
               " " ws-Po-Flag
               DELIMITED BY SIZE INTO ws-Print-Line
              END-STRING
              PERFORM PrintReportLine
           END-IF.

       LoadPoHeaderTable.
           MOVE 0 TO ws-Po-HdrCount
           MOVE "N" TO ws-Table-Full-Flag
           OPEN INPUT PoFile
           IF ws-PoFile-Status EQUAL 35
              CLOSE PoFile
           ELSE
              READ PoFile INTO PoRecord
              AT END
                 MOVE 10 TO ws-PoFile-Status
              END-READ
              PERFORM UNTIL ws-PoFile-Status = 10
                 IF PoRecType EQUAL "H"
                    IF ws-Po-HdrCount LESS THAN 500
                       ADD 1 TO ws-Po-HdrCount
                       MOVE PoNumber TO ws-Po-TabNumber(ws-Po-HdrCount)
                       MOVE PoHdrSupplier TO
                        ws-Po-TabSupplier(ws-Po-HdrCount)
                    ELSE
                       PERFORM WarnTableFull
                    END-IF
                 END-IF
                 READ PoFile INTO PoRecord
                    AT END
                       MOVE 10 TO ws-PoFile-Status
              END-PERFORM
              CLOSE PoFile
           END-IF.

       RaiseWarrantyClaim.
           MOVE "N" TO ws-Acq-Found-Flag
           MOVE 0 TO ws-Wcl-WarrEnd
           OPEN INPUT AcqFile
           IF ws-AcqFile-Status EQUAL 35
              CLOSE AcqFile
           ELSE
              READ AcqFile INTO AcqRecord
              AT END
                 MOVE 10 TO ws-AcqFile-Status
              END-READ
              PERFORM UNTIL ws-AcqFile-Status = 10 OR
               ws-Acq-Found-Flag EQUAL "Y"
                 IF AcqMachineNum EQUAL ws-MachineNumber
                    MOVE "Y" TO ws-Acq-Found-Flag
                    MOVE AcqWarrantyEnd TO ws-Wcl-WarrEnd
                    MOVE AcqSupplier TO ws-Wcl-Supplier
                 END-IF
                 READ AcqFile INTO AcqRecord
                    AT END
                       MOVE 10 TO ws-AcqFile-Status
              END-PERFORM
              CLOSE AcqFile
           END-IF
           IF ws-Acq-Found-Flag EQUAL "Y" AND
            ws-Wcl-WarrEnd NOT LESS THAN ws-Work-Today
              PERFORM FindHighestClaimNumber
              OPEN EXTEND ClaimFile
              IF ws-ClaimFile-Status EQUAL 35
                 OPEN OUTPUT ClaimFile
              END-IF
              ADD 1 TO ws-Wcl-MaxNumber GIVING ClaimNumber
              MOVE ws-MachineNumber TO ClaimMachineNum
              MOVE ws-Work-Today TO ClaimWorkOpenDate
              MOVE ws-Wcl-Supplier TO ClaimSupplier
              MOVE ws-Work-Today TO ClaimRaisedDate
              MOVE "SUBMITTED" TO ClaimStatus
              MOVE ws-Work-Today TO ClaimStatusDate
              MOVE 0 TO ClaimRepairCost
              MOVE 0 TO ClaimRecovered
              MOVE ClaimNumber TO ws-Wcl-Number
              WRITE ClaimRecord
              CLOSE ClaimFile
              MOVE SPACES TO ws-Audit-NewSpec
              STRING "CLAIM " ws-Wcl-Number " SUBMITTED "
               ws-Wcl-Supplier
               DELIMITED BY SIZE INTO ws-Audit-NewSpec
              END-STRING
              MOVE ws-MachineNumber TO ws-Audit-MachineNum
              PERFORM WriteWarrantyClaimAudit
              DISPLAY "Machine under warranty until " ws-Wcl-WarrEnd
              DISPLAY "Warranty claim " ws-Wcl-Number
               " raised against " ws-Wcl-Supplier
           END-IF.

       FindHighestClaimNumber.
           MOVE 0 TO ws-Wcl-MaxNumber
           OPEN INPUT ClaimFile
           IF ws-ClaimFile-Status EQUAL 35
              CLOSE ClaimFile
           ELSE
              READ ClaimFile INTO ClaimRecord
              AT END
                 MOVE 10 TO ws-ClaimFile-Status
              END-READ
              PERFORM UNTIL ws-ClaimFile-Status = 10
                 IF ClaimNumber GREATER THAN ws-Wcl-MaxNumber
                    MOVE ClaimNumber TO ws-Wcl-MaxNumber
                 END-IF
                 READ ClaimFile INTO ClaimRecord
                    AT END
                       MOVE 10 TO ws-ClaimFile-Status
              END-PERFORM
              CLOSE ClaimFile
           END-IF.

       WriteWarrantyClaimAudit.
           MOVE "WCLAIM" TO ws-Audit-Action
           MOVE SPACES TO ws-Audit-Username
           MOVE SPACES TO ws-Audit-OldTyp
           MOVE SPACES TO ws-Audit-OldManu
           MOVE SPACES TO ws-Audit-OldUsername
           MOVE SPACES TO ws-Audit-OldSpec
           MOVE SPACES TO ws-Audit-NewTyp
           MOVE SPACES TO ws-Audit-NewManu
           MOVE SPACES TO ws-Audit-NewUsername
           MOVE SPACES TO ws-Audit-OldSite
           MOVE SPACES TO ws-Audit-NewSite
           PERFORM WriteAuditRecord.

       UpdateClaimRepairCost.
           MOVE "N" TO ws-Wcl-Found-Flag
           OPEN INPUT ClaimFile
           IF ws-ClaimFile-Status EQUAL 35
              CLOSE ClaimFile
           ELSE
              OPEN OUTPUT TempClaimFile
              READ ClaimFile INTO ClaimRecord
              AT END
                 MOVE 10 TO ws-ClaimFile-Status
              END-READ
              PERFORM UNTIL ws-ClaimFile-Status = 10
                 IF ClaimMachineNum EQUAL ws-MachineNumber AND
                  ClaimWorkOpenDate EQUAL ws-Wcl-WorkOpen
                    MOVE ws-Work-Cost TO ClaimRepairCost
                    MOVE "Y" TO ws-Wcl-Found-Flag
                 END-IF
                 WRITE TempClaimRecord FROM ClaimRecord
                 READ ClaimFile INTO ClaimRecord
                    AT END
                       MOVE 10 TO ws-ClaimFile-Status
              END-PERFORM
              CLOSE ClaimFile
              CLOSE TempClaimFile
              IF ws-Wcl-Found-Flag EQUAL "Y"
                 PERFORM CopyTempClaimToFile
                 DISPLAY "Repair cost recorded on warranty claim."
              END-IF
           END-IF.

       CopyTempClaimToFile.
           OPEN INPUT TempClaimFile
           OPEN OUTPUT ClaimFile
           READ TempClaimFile INTO TempClaimRecord
           AT END
              MOVE 10 TO ws-TempClaimFile-Status
           END-READ
           PERFORM UNTIL ws-TempClaimFile-Status = 10
              WRITE ClaimRecord FROM TempClaimRecord
              READ TempClaimFile INTO TempClaimRecord
                 AT END
                    MOVE 10 TO ws-TempClaimFile-Status
           END-PERFORM
           CLOSE TempClaimFile
           CLOSE ClaimFile.

       MaintainWarrantyClaims.
           DISPLAY "Warranty Claim Maintenance"
           DISPLAY "1. Update Claim Status"
           DISPLAY "2. List Claims for Machine"
           ACCEPT ws-Wcl-Choice
           EVALUATE ws-Wcl-Choice
           WHEN 1
            PERFORM UpdateWarrantyClaimStatus
           WHEN 2
            PERFORM ListClaimsForMachine
           WHEN OTHER
            DISPLAY "Invalid choice."
           END-EVALUATE
           PERFORM ReturnToMenu.

       UpdateWarrantyClaimStatus.
           DISPLAY "Enter Claim Number: "
           ACCEPT ws-Wcl-NumText
           IF ws-Wcl-NumText EQUAL SPACES OR
            FUNCTION TRIM(ws-Wcl-NumText) IS NOT NUMERIC
              DISPLAY "Claim number must be numeric."
           ELSE
              MOVE FUNCTION NUMVAL(ws-Wcl-NumText) TO ws-Wcl-Number
              PERFORM FindWarrantyClaim
              IF ws-Wcl-Found-Flag EQUAL "N"
                 DISPLAY "Claim not on file."
              ELSE
              IF ws-Wcl-OldStatus EQUAL "REJECTED" OR
               ws-Wcl-OldStatus EQUAL "CREDITED"
                 DISPLAY "Claim is already settled as " ws-Wcl-OldStatus
              ELSE
                 DISPLAY "Current Status: " ws-Wcl-OldStatus
                 DISPLAY "Enter new Status (ACCEPTED, REJECTED, CREDITE"
                 "D): "
                 ACCEPT ws-Wcl-Status
                 MOVE 0 TO ws-Wcl-Recovered
                 IF NOT ws-Valid-ClaimStatus
                    DISPLAY "Invalid claim status."
                 ELSE
                 IF ws-Wcl-Status EQUAL ws-Wcl-OldStatus
                    DISPLAY "Claim already has that status."
                 ELSE
                    IF ws-Wcl-Status EQUAL "CREDITED"
                       DISPLAY "Enter amount recovered: "
                       ACCEPT ws-Wcl-AmountText
                       IF ws-Wcl-AmountText NOT EQUAL SPACES
                          MOVE FUNCTION NUMVAL(ws-Wcl-AmountText) TO
                           ws-Wcl-Recovered
                       END-IF
                    END-IF
                    PERFORM RewriteWarrantyClaimStatus
                    MOVE SPACES TO ws-Audit-NewSpec
                    STRING "CLAIM " ws-Wcl-Number " " ws-Wcl-OldStatus
                     " TO " ws-Wcl-Status " " ws-Wcl-Recovered
                     DELIMITED BY SIZE INTO ws-Audit-NewSpec
                    END-STRING
                    MOVE ws-MachineNumber TO ws-Audit-MachineNum
                    PERFORM WriteWarrantyClaimAudit
                    DISPLAY "Claim status updated."
                 END-IF
                 END-IF
              END-IF
              END-IF
           END-IF.

       FindWarrantyClaim.
           MOVE "N" TO ws-Wcl-Found-Flag
           OPEN INPUT ClaimFile
           IF ws-ClaimFile-Status EQUAL 35
              CLOSE ClaimFile
           ELSE
              READ ClaimFile INTO ClaimRecord
              AT END
                 MOVE 10 TO ws-ClaimFile-Status
              END-READ
              PERFORM UNTIL ws-ClaimFile-Status = 10 OR
               ws-Wcl-Found-Flag EQUAL "Y"
                 IF ClaimNumber EQUAL ws-Wcl-Number
                    MOVE "Y" TO ws-Wcl-Found-Flag
                    MOVE ClaimStatus TO ws-Wcl-OldStatus
                    MOVE ClaimMachineNum TO ws-MachineNumber
                 END-IF
                 READ ClaimFile INTO ClaimRecord
                    AT END
                       MOVE 10 TO ws-ClaimFile-Status
              END-PERFORM
              CLOSE ClaimFile
           END-IF.

       RewriteWarrantyClaimStatus.
           ACCEPT ws-Wcl-Today FROM DATE YYYYMMDD
           OPEN INPUT ClaimFile
           OPEN OUTPUT TempClaimFile
           READ ClaimFile INTO ClaimRecord
           AT END
              MOVE 10 TO ws-ClaimFile-Status
           END-READ
           PERFORM UNTIL ws-ClaimFile-Status = 10
              IF ClaimNumber EQUAL ws-Wcl-Number
                 MOVE ws-Wcl-Status TO ClaimStatus
                 MOVE ws-Wcl-Today TO ClaimStatusDate
                 MOVE ws-Wcl-Recovered TO ClaimRecovered
              END-IF
              WRITE TempClaimRecord FROM ClaimRecord
              READ ClaimFile INTO ClaimRecord
                 AT END
                    MOVE 10 TO ws-ClaimFile-Status
           END-PERFORM
           CLOSE ClaimFile
           CLOSE TempClaimFile
           PERFORM CopyTempClaimToFile.

       ListClaimsForMachine.
           DISPLAY "Enter Machine Number: "
           ACCEPT ws-MachineNumber
           MOVE "N" TO ws-Wcl-Found-Flag
           OPEN INPUT ClaimFile
           IF ws-ClaimFile-Status EQUAL 35
              CLOSE ClaimFile
           ELSE
              READ ClaimFile INTO ClaimRecord
              AT END
                 MOVE 10 TO ws-ClaimFile-Status
              END-READ
              PERFORM UNTIL ws-ClaimFile-Status = 10
                 IF ClaimMachineNum EQUAL ws-MachineNumber
                    MOVE "Y" TO ws-Wcl-Found-Flag
                    MOVE ClaimRecovered TO ws-Wcl-CostDisplay
                    DISPLAY "Claim " ClaimNumber " Raised "
                     ClaimRaisedDate " " ClaimSupplier " "
                     ClaimStatus " Recovered " ws-Wcl-CostDisplay
                 END-IF
                 READ ClaimFile INTO ClaimRecord
                    AT END
                       MOVE 10 TO ws-ClaimFile-Status
              END-PERFORM
              CLOSE ClaimFile
           END-IF
           IF ws-Wcl-Found-Flag EQUAL "N"
              DISPLAY "No warranty claims for that machine."
           END-IF.

       WarrantyRecoveryReport.
           DISPLAY "Warranty Recovery Report"
           ACCEPT ws-Wcl-Today FROM DATE YYYYMMDD
           IF ws-Batch-Mode EQUAL "Y"
              COMPUTE ws-Wcl-Month = ws-Wcl-Today / 100
           ELSE
              DISPLAY "Enter month (YYYYMM, blank for current): "
              ACCEPT ws-Wcl-MonthText
              IF ws-Wcl-MonthText EQUAL SPACES OR
               FUNCTION TRIM(ws-Wcl-MonthText) IS NOT NUMERIC
                 COMPUTE ws-Wcl-Month = ws-Wcl-Today / 100
              ELSE
                 MOVE FUNCTION NUMVAL(ws-Wcl-MonthText) TO ws-Wcl-Month
              END-IF
           END-IF
           PERFORM LoadWarrantyEndTable
           PERFORM LoadClaimedWorkOrderTable
           MOVE "rpt_warrclaim.txt" TO ws-Print-FileName
           MOVE "WARRANTY RECOVERY REPORT" TO ws-Print-Title
           MOVE "MACHINE / OPENED / VENDOR / COST / CLAIM STATUS" TO
            ws-Print-ColHead
           PERFORM StartReportSpool
           MOVE SPACES TO ws-Print-Line
           STRING "In-warranty repairs closed in " ws-Wcl-Month
            " with no claim raised:"
            DELIMITED BY SIZE INTO ws-Print-Line
           END-STRING
           PERFORM PrintReportLine
           PERFORM ReportUnclaimedRepairs
           MOVE "Claims outstanding more than 30 days:" TO
            ws-Print-Line
           PERFORM PrintReportLine
           PERFORM ReportOutstandingClaims
           MOVE ws-Wcl-UnclaimedSpend TO ws-Wcl-TotalDisplay
           MOVE SPACES TO ws-Print-TotalText
           STRING "UNCLAIMED " ws-Wcl-UnclaimedCount " SPEND "
            ws-Wcl-TotalDisplay " OUTSTANDING " ws-Wcl-OutCount
            DELIMITED BY SIZE INTO ws-Print-TotalText
           END-STRING
           PERFORM EndReportSpool
           PERFORM ReturnToMenu.

       LoadWarrantyEndTable.
           MOVE 0 TO ws-Wcl-AcqCount
           MOVE "N" TO ws-Table-Full-Flag
           OPEN INPUT AcqFile
           IF ws-AcqFile-Status EQUAL 35
              CLOSE AcqFile
           ELSE
              READ AcqFile INTO AcqRecord
              AT END
                 MOVE 10 TO ws-AcqFile-Status
              END-READ
              PERFORM UNTIL ws-AcqFile-Status = 10
                 IF ws-Wcl-AcqCount LESS THAN 5000
                    ADD 1 TO ws-Wcl-AcqCount
                    MOVE AcqMachineNum TO
                     ws-Wcl-AcqMachNum(ws-Wcl-AcqCount)
                    MOVE AcqWarrantyEnd TO
                     ws-Wcl-AcqWarrEnd(ws-Wcl-AcqCount)
                 ELSE
                    PERFORM WarnTableFull
                 END-IF
                 READ AcqFile INTO AcqRecord
                    AT END
                       MOVE 10 TO ws-AcqFile-Status
              END-PERFORM
              CLOSE AcqFile
           END-IF.

       LoadClaimedWorkOrderTable.
           MOVE 0 TO ws-Wcl-ClaimCount
           MOVE "N" TO ws-Table-Full-Flag
           OPEN INPUT ClaimFile
           IF ws-ClaimFile-Status EQUAL 35
              CLOSE ClaimFile
           ELSE
              READ ClaimFile INTO ClaimRecord
              AT END
                 MOVE 10 TO ws-ClaimFile-Status
              END-READ
              PERFORM UNTIL ws-ClaimFile-Status = 10
                 IF ws-Wcl-ClaimCount LESS THAN 2000
                    ADD 1 TO ws-Wcl-ClaimCount
                    MOVE ClaimMachineNum TO
                     ws-Wcl-TabMachNum(ws-Wcl-ClaimCount)
                    MOVE ClaimWorkOpenDate TO
                     ws-Wcl-TabOpenDate(ws-Wcl-ClaimCount)
                 ELSE
                    PERFORM WarnTableFull
                 END-IF
                 READ ClaimFile INTO ClaimRecord
                    AT END
                       MOVE 10 TO ws-ClaimFile-Status
              END-PERFORM
              CLOSE ClaimFile
           END-IF.

       ReportUnclaimedRepairs.
           MOVE 0 TO ws-Wcl-UnclaimedCount
           MOVE 0 TO ws-Wcl-UnclaimedSpend
           OPEN INPUT WorkOrderFile
           IF ws-WorkFile-Status EQUAL 35
              CLOSE WorkOrderFile
           ELSE
              READ WorkOrderFile INTO WorkOrderRecord
              AT END
                 MOVE 10 TO ws-WorkFile-Status
              END-READ
              PERFORM UNTIL ws-WorkFile-Status = 10
                 COMPUTE ws-Wcl-WorkMonth = WorkCloseDate / 100
                 IF WorkCloseDate NOT EQUAL 0 AND
                  ws-Wcl-WorkMonth EQUAL ws-Wcl-Month AND
                  WorkCost GREATER THAN 0
                    PERFORM CheckUnclaimedRepair
                 END-IF
                 READ WorkOrderFile INTO WorkOrderRecord
                    AT END
                       MOVE 10 TO ws-WorkFile-Status
              END-PERFORM
              CLOSE WorkOrderFile
           END-IF
           IF ws-Wcl-UnclaimedCount EQUAL 0
              MOVE "  (none)" TO ws-Print-Line
              PERFORM PrintReportLine
           END-IF.

       CheckUnclaimedRepair.
           MOVE 0 TO ws-Wcl-WarrEnd
           PERFORM VARYING ws-Wcl-Idx FROM 1 BY 1 UNTIL
            ws-Wcl-Idx GREATER THAN ws-Wcl-AcqCount
              IF ws-Wcl-AcqMachNum(ws-Wcl-Idx) EQUAL WorkMachineNum
                 MOVE ws-Wcl-AcqWarrEnd(ws-Wcl-Idx) TO ws-Wcl-WarrEnd
              END-IF
           END-PERFORM
           IF ws-Wcl-WarrEnd NOT LESS THAN WorkOpenDate
              MOVE "N" TO ws-Wcl-Claimed-Flag
              PERFORM VARYING ws-Wcl-Idx FROM 1 BY 1 UNTIL
               ws-Wcl-Idx GREATER THAN ws-Wcl-ClaimCount
                 IF ws-Wcl-TabMachNum(ws-Wcl-Idx) EQUAL
                  WorkMachineNum AND
                  ws-Wcl-TabOpenDate(ws-Wcl-Idx) EQUAL WorkOpenDate
                    MOVE "Y" TO ws-Wcl-Claimed-Flag
                 END-IF
              END-PERFORM
              IF ws-Wcl-Claimed-Flag EQUAL "N"
                 ADD 1 TO ws-Wcl-UnclaimedCount
                 ADD WorkCost TO ws-Wcl-UnclaimedSpend
                 MOVE WorkCost TO ws-Wcl-CostDisplay
                 MOVE SPACES TO ws-Print-Line
                 STRING "  " WorkMachineNum " " WorkOpenDate " "
                  WorkVendor " " ws-Wcl-CostDisplay " WARRANTY END "
                  ws-Wcl-WarrEnd
                  DELIMITED BY SIZE INTO ws-Print-Line
                 END-STRING
                 PERFORM PrintReportLine
              END-IF
           END-IF.

       ReportOutstandingClaims.
           MOVE 0 TO ws-Wcl-OutCount
           MOVE 0 TO ws-Wcl-OutAmount
           OPEN INPUT ClaimFile
           IF ws-ClaimFile-Status EQUAL 35
              CLOSE ClaimFile
           ELSE
              READ ClaimFile INTO ClaimRecord
              AT END
                 MOVE 10 TO ws-ClaimFile-Status
              END-READ
              PERFORM UNTIL ws-ClaimFile-Status = 10
                 IF ClaimStatus EQUAL "SUBMITTED" OR
                  ClaimStatus EQUAL "ACCEPTED"
                    COMPUTE ws-Wcl-DaysOut =
                     FUNCTION INTEGER-OF-DATE(ws-Wcl-Today) -
                     FUNCTION INTEGER-OF-DATE(ClaimRaisedDate)
                    IF ws-Wcl-DaysOut GREATER THAN 30
                       ADD 1 TO ws-Wcl-OutCount
                       ADD ClaimRepairCost TO ws-Wcl-OutAmount
                       MOVE ClaimRepairCost TO ws-Wcl-CostDisplay
                       MOVE SPACES TO ws-Print-Line
                       STRING "  " ClaimMachineNum " "
                        ClaimWorkOpenDate " " ClaimSupplier " "
                        ws-Wcl-CostDisplay " CLAIM " ClaimNumber " "
                        ClaimStatus " DAYS " ws-Wcl-DaysOut
                        DELIMITED BY SIZE INTO ws-Print-Line
                       END-STRING
                       PERFORM PrintReportLine
                    END-IF
                 END-IF
                 READ ClaimFile INTO ClaimRecord
                    AT END
                       MOVE 10 TO ws-ClaimFile-Status
              END-PERFORM
              CLOSE ClaimFile
           END-IF
           IF ws-Wcl-OutCount EQUAL 0
              MOVE "  (none)" TO ws-Print-Line
              PERFORM PrintReportLine
           END-IF.

       AddChargebackClaimCredits.
           OPEN INPUT ClaimFile
           IF ws-ClaimFile-Status EQUAL 35
              CLOSE ClaimFile
           ELSE
              READ ClaimFile INTO ClaimRecord
              AT END
                 MOVE 10 TO ws-ClaimFile-Status
              END-READ
              PERFORM UNTIL ws-ClaimFile-Status = 10
                 COMPUTE ws-Chgb-CreditMonth = ClaimStatusDate / 100
                 IF ClaimStatus EQUAL "CREDITED" AND
                  ws-Chgb-CreditMonth EQUAL ws-Chgb-Month
                    MOVE 0 TO ws-Chgb-Sub
                    PERFORM VARYING ws-Chgb-Idx FROM 1 BY 1 UNTIL
                     ws-Chgb-Idx GREATER THAN ws-Chgb-MachCount
                       IF ws-Chgb-MachNum(ws-Chgb-Idx) EQUAL
                        ClaimMachineNum
                          MOVE ws-Chgb-Idx TO ws-Chgb-Sub
                       END-IF
                    END-PERFORM
                    IF ws-Chgb-Sub GREATER THAN 0
                       MOVE ws-Chgb-MachSite(ws-Chgb-Sub) TO
                        ws-Chgb-SiteSub
                       ADD ClaimRecovered TO
                        ws-Chgb-SiteCred(ws-Chgb-SiteSub)
                    END-IF
                 END-IF
                 READ ClaimFile INTO ClaimRecord
                    AT END
                       MOVE 10 TO ws-ClaimFile-Status
              END-PERFORM
              CLOSE ClaimFile
           END-IF.

       ProcessHrEventFeed.
           DISPLAY "HR Event Feed Processing"
           ACCEPT ws-Hre-Today FROM DATE YYYYMMDD
           MOVE 0 TO ws-Hre-ProcCount
           MOVE 0 TO ws-Hre-SkipCount
           MOVE 0 TO ws-Hre-RejCount
           PERFORM LoadHrEventLog
           PERFORM LoadProposedMachines
           MOVE "rpt_hrevents.txt" TO ws-Print-FileName
           MOVE "HR EVENT PROCESSING REPORT" TO ws-Print-Title
           MOVE "EVENT / USERNAME / ACTION / MACHINE / ITEM / FROM / TO"
            TO ws-Print-ColHead
           PERFORM StartReportSpool
           OPEN INPUT HrEventFile
           IF ws-HrEvtFile-Status EQUAL 35
              CLOSE HrEventFile
              MOVE "No HR event feed on file." TO ws-Print-Line
              PERFORM PrintReportLine
           ELSE
              READ HrEventFile INTO HrEventRecord
              AT END
                 MOVE 10 TO ws-HrEvtFile-Status
              END-READ
              PERFORM UNTIL ws-HrEvtFile-Status = 10
                 PERFORM ProcessOneHrEvent
                 READ HrEventFile INTO HrEventRecord
                    AT END
                       MOVE 10 TO ws-HrEvtFile-Status
              END-PERFORM
              CLOSE HrEventFile
           END-IF
           PERFORM RefreshRecoveryCases
           MOVE SPACES TO ws-Print-Line
           STRING "Recovery items closed " ws-Rcv-ItemsClosed
            " cases closed " ws-Rcv-CasesClosed
            DELIMITED BY SIZE INTO ws-Print-Line
           END-STRING
           PERFORM PrintReportLine
           MOVE SPACES TO ws-Print-TotalText
           STRING "PROCESSED " ws-Hre-ProcCount " SKIPPED "
            ws-Hre-SkipCount " REJECTED " ws-Hre-RejCount
            DELIMITED BY SIZE INTO ws-Print-TotalText
           END-STRING
           PERFORM EndReportSpool
           PERFORM ReturnToMenu.

       LoadHrEventLog.
           MOVE 0 TO ws-Hre-LogCount
           MOVE "N" TO ws-Table-Full-Flag
           OPEN INPUT HrEventLogFile
           IF ws-HrLogFile-Status EQUAL 35
              CLOSE HrEventLogFile
           ELSE
              READ HrEventLogFile INTO HrEventLogRecord
              AT END
                 MOVE 10 TO ws-HrLogFile-Status
              END-READ
              PERFORM UNTIL ws-HrLogFile-Status = 10
                 IF ws-Hre-LogCount LESS THAN 5000
                    ADD 1 TO ws-Hre-LogCount
                    MOVE HrLogKey TO ws-Hre-LogKey(ws-Hre-LogCount)
                 ELSE
                    PERFORM WarnTableFull
                 END-IF
                 READ HrEventLogFile INTO HrEventLogRecord
                    AT END
                       MOVE 10 TO ws-HrLogFile-Status
              END-PERFORM
              CLOSE HrEventLogFile
           END-IF.

       LoadProposedMachines.
           MOVE 0 TO ws-Hre-PropCount
           MOVE "N" TO ws-Table-Full-Flag
           OPEN INPUT WorklistFile
           IF ws-WorklistFile-Status EQUAL 35
              CLOSE WorklistFile
           ELSE
              READ WorklistFile INTO WorklistRecord
              AT END
                 MOVE 10 TO ws-WorklistFile-Status
              END-READ
              PERFORM UNTIL ws-WorklistFile-Status = 10
                 IF WlAction EQUAL "PROVISION"
                    IF ws-Hre-PropCount LESS THAN 1000
                       ADD 1 TO ws-Hre-PropCount
                       MOVE WlMachineNum TO
                        ws-Hre-PropMach(ws-Hre-PropCount)
                    ELSE
                       PERFORM WarnTableFull
                    END-IF
                 END-IF
                 READ WorklistFile INTO WorklistRecord
                    AT END
                       MOVE 10 TO ws-WorklistFile-Status
              END-PERFORM
              CLOSE WorklistFile
           END-IF.

       ProcessOneHrEvent.
           MOVE HrEvtDate TO ws-Hre-KeyDate
           MOVE HrEvtType TO ws-Hre-KeyType
           MOVE HrEvtUsername TO ws-Hre-KeyUser
           MOVE HrEvtSite TO ws-Hre-KeySite
           MOVE "N" TO ws-Hre-Logged-Flag
           PERFORM VARYING ws-Hre-Idx FROM 1 BY 1 UNTIL
            ws-Hre-Idx GREATER THAN ws-Hre-LogCount
              IF ws-Hre-LogKey(ws-Hre-Idx) EQUAL ws-Hre-Key
                 MOVE "Y" TO ws-Hre-Logged-Flag
              END-IF
           END-PERFORM
           IF ws-Hre-Logged-Flag EQUAL "Y"
              ADD 1 TO ws-Hre-SkipCount
           ELSE
              MOVE "N" TO ws-Hre-Reject-Flag
              MOVE SPACES TO ws-Hre-Outcome
              IF HrEvtUsername EQUAL SPACES
                 MOVE "Y" TO ws-Hre-Reject-Flag
                 MOVE "REJECTED NO USERNAME" TO ws-Hre-Outcome
              ELSE
                 EVALUATE HrEvtType
                 WHEN "JOIN"
                  PERFORM ProcessHrJoin
                 WHEN "MOVE"
                  PERFORM ProcessHrMove
                 WHEN "LEAVE"
                  PERFORM ProcessHrLeave
                 WHEN OTHER
                  MOVE "Y" TO ws-Hre-Reject-Flag
                  MOVE "REJECTED UNKNOWN EVENT TYPE" TO ws-Hre-Outcome
                 END-EVALUATE
              END-IF
              IF ws-Hre-Reject-Flag EQUAL "Y"
                 ADD 1 TO ws-Hre-RejCount
                 MOVE SPACES TO ws-Print-Line
                 STRING HrEvtType " " HrEvtUsername " " HrEvtDate " "
                  HrEvtSite " " ws-Hre-Outcome
                  DELIMITED BY SIZE INTO ws-Print-Line
                 END-STRING
                 PERFORM PrintReportLine
              ELSE
                 ADD 1 TO ws-Hre-ProcCount
                 PERFORM WriteHrEventLog
              END-IF
           END-IF.

       CheckHrEventSite.
           MOVE HrEvtSite TO ws-Site-CheckCode
           PERFORM CheckSiteInMaster
           IF HrEvtSite EQUAL SPACES OR ws-Site-Found-Flag EQUAL "N"
              MOVE "Y" TO ws-Hre-Reject-Flag
              MOVE "REJECTED SITE NOT IN MASTER" TO ws-Hre-Outcome
           ELSE
              IF ws-Site-CheckStatus EQUAL "C"
                 MOVE "Y" TO ws-Hre-Reject-Flag
                 MOVE "REJECTED SITE CLOSED" TO ws-Hre-Outcome
              END-IF
           END-IF.

       ProcessHrJoin.
           PERFORM CheckHrEventSite
           IF ws-Hre-Reject-Flag EQUAL "N"
              MOVE HrEvtMachTyp TO ws-MachineTyp
              IF ws-MachineTyp EQUAL SPACES
                 MOVE "LAPTOP" TO ws-MachineTyp
              END-IF
              IF NOT ws-Valid-MachineTyp
                 MOVE "Y" TO ws-Hre-Reject-Flag
                 MOVE "REJECTED INVALID MACHINE TYPE" TO ws-Hre-Outcome
              ELSE
                 PERFORM AddJoinerToHrFile
                 PERFORM FindProvisionCandidate
                 MOVE "PROVISION" TO ws-Hre-WlAction
                 MOVE ws-MachineTyp TO ws-Hre-WlItem
                 MOVE SPACES TO ws-Hre-WlFrom
                 MOVE HrEvtSite TO ws-Hre-WlTo
                 PERFORM WriteWorklistRecord
                 IF ws-Hre-Found-Flag EQUAL "Y"
                    MOVE "PROVISION PROPOSED" TO ws-Hre-Outcome
                 ELSE
                    MOVE "NO MACHINE AVAILABLE" TO ws-Hre-Outcome
                    MOVE SPACES TO ws-Print-Line
                    STRING "  No ACTIVE unassigned " ws-MachineTyp
                     " at site " HrEvtSite
                     DELIMITED BY SIZE INTO ws-Print-Line
                    END-STRING
                    PERFORM PrintReportLine
                 END-IF
              END-IF
           END-IF.

       AddJoinerToHrFile.
           MOVE HrEvtUsername TO ws-Hr-CheckName
           PERFORM CheckUsernameInHrFile
           IF ws-Hr-FileMissing EQUAL "N" AND
            ws-Hr-Found-Flag EQUAL "N"
              OPEN EXTEND HrUserFile
              MOVE HrEvtUsername TO HrUsername
              WRITE HrUserRecord
              CLOSE HrUserFile
           END-IF.

       FindProvisionCandidate.
           MOVE "N" TO ws-Hre-Found-Flag
           MOVE 0 TO ws-Hre-WlMach
           OPEN INPUT StoreFile
           IF ws-StoreFile-Status NOT EQUAL 0
              CLOSE StoreFile
           ELSE
              READ StoreFile NEXT INTO StoreRecord
              AT END
                 MOVE 10 TO ws-StoreFile-Status
              END-READ
              PERFORM UNTIL ws-StoreFile-Status = 10 OR
               ws-Hre-Found-Flag EQUAL "Y"
                 IF StoreMachineStatus EQUAL "ACTIVE" AND
                  StoreMachineUsername EQUAL SPACES AND
                  StoreMachineTyp EQUAL ws-MachineTyp AND
                  StoreMachineSite EQUAL HrEvtSite
                    MOVE "Y" TO ws-Hre-Found-Flag
                    PERFORM VARYING ws-Hre-Idx FROM 1 BY 1 UNTIL
                     ws-Hre-Idx GREATER THAN ws-Hre-PropCount
                       IF ws-Hre-PropMach(ws-Hre-Idx) EQUAL
                        StoreMachineNum
                          MOVE "N" TO ws-Hre-Found-Flag
                       END-IF
                    END-PERFORM
                    IF ws-Hre-Found-Flag EQUAL "Y"
                       MOVE StoreMachineNum TO ws-Hre-WlMach
                       IF ws-Hre-PropCount LESS THAN 1000
                          ADD 1 TO ws-Hre-PropCount
                          MOVE StoreMachineNum TO
                           ws-Hre-PropMach(ws-Hre-PropCount)
                       END-IF
                    END-IF
                 END-IF
                 READ StoreFile NEXT INTO StoreRecord
                    AT END
                       MOVE 10 TO ws-StoreFile-Status
              END-PERFORM
              CLOSE StoreFile
           END-IF.

       ProcessHrMove.
           PERFORM CheckHrEventSite
           IF ws-Hre-Reject-Flag EQUAL "N"
              MOVE "M" TO ws-Hre-Mode
              MOVE 0 TO ws-Hre-ItemCount
              PERFORM CollectHeldMachines
              PERFORM CollectHeldPeripherals
              IF ws-Hre-ItemCount EQUAL 0
                 MOVE "NOTHING TO TRANSFER" TO ws-Hre-Outcome
                 MOVE SPACES TO ws-Print-Line
                 STRING HrEvtType " " HrEvtUsername " " HrEvtDate " "
                  HrEvtSite " " ws-Hre-Outcome
                  DELIMITED BY SIZE INTO ws-Print-Line
                 END-STRING
                 PERFORM PrintReportLine
              ELSE
                 MOVE "FLAGGED FOR TRANSFER" TO ws-Hre-Outcome
              END-IF
           END-IF.

       CollectHeldMachines.
           MOVE 0 TO ws-Hre-MachCount
           MOVE "N" TO ws-Table-Full-Flag
           OPEN INPUT StoreFile
           IF ws-StoreFile-Status NOT EQUAL 0
              CLOSE StoreFile
           ELSE
              READ StoreFile NEXT INTO StoreRecord
              AT END
                 MOVE 10 TO ws-StoreFile-Status
              END-READ
              PERFORM UNTIL ws-StoreFile-Status = 10
                 IF StoreMachineUsername EQUAL HrEvtUsername
                    IF ws-Hre-MachCount LESS THAN 200
                       ADD 1 TO ws-Hre-MachCount
                       MOVE StoreMachineNum TO
                        ws-Hre-MachNum(ws-Hre-MachCount)
                    ELSE
                       PERFORM WarnTableFull
                    END-IF
                    IF ws-Hre-Mode EQUAL "M"
                       IF StoreMachineSite NOT EQUAL HrEvtSite
                          ADD 1 TO ws-Hre-ItemCount
                          MOVE "TRANSFER" TO ws-Hre-WlAction
                          MOVE StoreMachineNum TO ws-Hre-WlMach
                          MOVE StoreMachineTyp TO ws-Hre-WlItem
                          MOVE StoreMachineSite TO ws-Hre-WlFrom
                          MOVE HrEvtSite TO ws-Hre-WlTo
                          PERFORM WriteWorklistRecord
                       END-IF
                    ELSE
                       MOVE "M" TO ws-Rcv-NewType
                       MOVE StoreMachineNum TO ws-Rcv-NewMach
                       MOVE StoreMachineTyp TO ws-Rcv-NewRef
                       PERFORM AddRecoveryItem
                    END-IF
                 END-IF
                 READ StoreFile NEXT INTO StoreRecord
                    AT END
                       MOVE 10 TO ws-StoreFile-Status
              END-PERFORM
              CLOSE StoreFile
           END-IF.

       CollectHeldPeripherals.
           OPEN INPUT PeriphFile
           IF ws-PeriphFile-Status EQUAL 35
              CLOSE PeriphFile
           ELSE
              READ PeriphFile INTO PeriphRecord
              AT END
                 MOVE 10 TO ws-PeriphFile-Status
              END-READ
              PERFORM UNTIL ws-PeriphFile-Status = 10
                 MOVE "N" TO ws-Hre-Found-Flag
                 PERFORM VARYING ws-Hre-Idx FROM 1 BY 1 UNTIL
                  ws-Hre-Idx GREATER THAN ws-Hre-MachCount
                    IF ws-Hre-MachNum(ws-Hre-Idx) EQUAL PerMachineNum
                       MOVE "Y" TO ws-Hre-Found-Flag
                    END-IF
                 END-PERFORM
                 IF ws-Hre-Found-Flag EQUAL "Y"
                    IF ws-Hre-Mode EQUAL "M"
                       IF PerSite NOT EQUAL HrEvtSite
                          ADD 1 TO ws-Hre-ItemCount
                          MOVE "TRANSFER" TO ws-Hre-WlAction
                          MOVE PerMachineNum TO ws-Hre-WlMach
                          MOVE PerSerial TO ws-Hre-WlItem
                          MOVE PerSite TO ws-Hre-WlFrom
                          MOVE HrEvtSite TO ws-Hre-WlTo
                          PERFORM WriteWorklistRecord
                       END-IF
                    ELSE
                       MOVE "P" TO ws-Rcv-NewType
                       MOVE PerMachineNum TO ws-Rcv-NewMach
                       MOVE PerSerial TO ws-Rcv-NewRef
                       PERFORM AddRecoveryItem
                    END-IF
                 END-IF
                 READ PeriphFile INTO PeriphRecord
                    AT END
                       MOVE 10 TO ws-PeriphFile-Status
              END-PERFORM
              CLOSE PeriphFile
           END-IF.

       WriteWorklistRecord.
           OPEN EXTEND WorklistFile
           IF ws-WorklistFile-Status EQUAL 35
              OPEN OUTPUT WorklistFile
           END-IF
           MOVE ws-Hre-Today TO WlDate
           MOVE ws-Hre-WlAction TO WlAction
           MOVE HrEvtUsername TO WlUsername
           MOVE ws-Hre-WlMach TO WlMachineNum
           MOVE ws-Hre-WlItem TO WlItem
           MOVE ws-Hre-WlFrom TO WlFromSite
           MOVE ws-Hre-WlTo TO WlToSite
           WRITE WorklistRecord
           CLOSE WorklistFile
           MOVE SPACES TO ws-Print-Line
           STRING HrEvtType " " HrEvtUsername " " ws-Hre-WlAction " "
            ws-Hre-WlMach " " ws-Hre-WlItem " " ws-Hre-WlFrom " "
            ws-Hre-WlTo
            DELIMITED BY SIZE INTO ws-Print-Line
           END-STRING
           PERFORM PrintReportLine.

       WriteHrEventLog.
           OPEN EXTEND HrEventLogFile
           IF ws-HrLogFile-Status EQUAL 35
              OPEN OUTPUT HrEventLogFile
           END-IF
           MOVE ws-Hre-Key TO HrLogKey
           MOVE ws-Hre-Today TO HrLogProcDate
           MOVE ws-Hre-Outcome TO HrLogOutcome
           WRITE HrEventLogRecord
           CLOSE HrEventLogFile
           IF ws-Hre-LogCount LESS THAN 5000
              ADD 1 TO ws-Hre-LogCount
              MOVE ws-Hre-Key TO ws-Hre-LogKey(ws-Hre-LogCount)
           END-IF.

       ProcessHrLeave.
           PERFORM CheckOpenRecoveryCase
           IF ws-Rcv-CaseOpen-Flag EQUAL "Y"
              MOVE "RECOVERY CASE ALREADY OPEN" TO ws-Hre-Outcome
              MOVE SPACES TO ws-Print-Line
              STRING HrEvtType " " HrEvtUsername " " HrEvtDate " "
               ws-Hre-Outcome
               DELIMITED BY SIZE INTO ws-Print-Line
              END-STRING
              PERFORM PrintReportLine
           ELSE
              MOVE "L" TO ws-Hre-Mode
              MOVE 0 TO ws-Rcv-ItCount
              MOVE "N" TO ws-Table-Full-Flag
              PERFORM CollectHeldMachines
              PERFORM CollectLeaverLoans
              PERFORM CollectLeaverReservations
              PERFORM CollectHeldPeripherals
              PERFORM WriteRecoveryCase
              MOVE "RECOVERY CASE OPENED" TO ws-Hre-Outcome
           END-IF.

       AddRecoveryItem.
           IF ws-Rcv-ItCount LESS THAN 200
              ADD 1 TO ws-Rcv-ItCount
              MOVE ws-Rcv-NewType TO ws-Rcv-ItType(ws-Rcv-ItCount)
              MOVE ws-Rcv-NewMach TO ws-Rcv-ItMach(ws-Rcv-ItCount)
              MOVE ws-Rcv-NewRef TO ws-Rcv-ItRef(ws-Rcv-ItCount)
           ELSE
              PERFORM WarnTableFull
           END-IF.

       CollectLeaverLoans.
           OPEN INPUT LoanFile
           IF ws-LoanFile-Status EQUAL 35
              CLOSE LoanFile
           ELSE
              READ LoanFile INTO LoanRecord
              AT END
                 MOVE 10 TO ws-LoanFile-Status
              END-READ
              PERFORM UNTIL ws-LoanFile-Status = 10
                 IF LoanUsername EQUAL HrEvtUsername AND
                  LoanReturnDate EQUAL 0
                    MOVE "L" TO ws-Rcv-NewType
                    MOVE LoanMachineNum TO ws-Rcv-NewMach
                    MOVE LoanDueDate TO ws-Rcv-NewRef
                    PERFORM AddRecoveryItem
                 END-IF
                 READ LoanFile INTO LoanRecord
                    AT END
                       MOVE 10 TO ws-LoanFile-Status
              END-PERFORM
              CLOSE LoanFile
           END-IF.

       CollectLeaverReservations.
           OPEN INPUT ReservFile
           IF ws-ResFile-Status EQUAL 35
              CLOSE ReservFile
           ELSE
              READ ReservFile INTO ReservRecord
              AT END
                 MOVE 10 TO ws-ResFile-Status
              END-READ
              PERFORM UNTIL ws-ResFile-Status = 10
                 IF ResUsername EQUAL HrEvtUsername AND
                  ResStatus EQUAL "O"
                    MOVE "R" TO ws-Rcv-NewType
                    MOVE ResMachineNum TO ws-Rcv-NewMach
                    MOVE ResFromDate TO ws-Rcv-NewRef
                    PERFORM AddRecoveryItem
                 END-IF
                 READ ReservFile INTO ReservRecord
                    AT END
                       MOVE 10 TO ws-ResFile-Status
              END-PERFORM
              CLOSE ReservFile
           END-IF.

       WriteRecoveryCase.
           OPEN EXTEND RecoveryFile
           IF ws-RecoveryFile-Status EQUAL 35
              OPEN OUTPUT RecoveryFile
           END-IF
           MOVE HrEvtUsername TO RcvUsername
           MOVE ws-Hre-Today TO RcvOpenDate
           MOVE "H" TO RcvItemType
           MOVE 0 TO RcvMachineNum
           MOVE SPACES TO RcvItemRef
           IF ws-Rcv-ItCount GREATER THAN 0
              MOVE "O" TO RcvStatus
              MOVE 0 TO RcvClosedDate
           ELSE
              MOVE "C" TO RcvStatus
              MOVE ws-Hre-Today TO RcvClosedDate
           END-IF
           WRITE RecoveryRecord
           MOVE SPACES TO ws-Print-Line
           STRING HrEvtType " " HrEvtUsername " RECOVERY CASE OPENED "
            ws-Hre-Today
            DELIMITED BY SIZE INTO ws-Print-Line
           END-STRING
           PERFORM PrintReportLine
           PERFORM VARYING ws-Rcv-Idx FROM 1 BY 1 UNTIL
            ws-Rcv-Idx GREATER THAN ws-Rcv-ItCount
              MOVE HrEvtUsername TO RcvUsername
              MOVE ws-Hre-Today TO RcvOpenDate
              MOVE ws-Rcv-ItType(ws-Rcv-Idx) TO RcvItemType
              MOVE ws-Rcv-ItMach(ws-Rcv-Idx) TO RcvMachineNum
              MOVE ws-Rcv-ItRef(ws-Rcv-Idx) TO RcvItemRef
              MOVE "O" TO RcvStatus
              MOVE 0 TO RcvClosedDate
              WRITE RecoveryRecord
              MOVE SPACES TO ws-Print-Line
              STRING "  " ws-Rcv-ItType(ws-Rcv-Idx) " "
               ws-Rcv-ItMach(ws-Rcv-Idx) " " ws-Rcv-ItRef(ws-Rcv-Idx)
               DELIMITED BY SIZE INTO ws-Print-Line
              END-STRING
              PERFORM PrintReportLine
           END-PERFORM
           IF ws-Rcv-ItCount EQUAL 0
              MOVE "  Nothing held; case closed." TO ws-Print-Line
              PERFORM PrintReportLine
           END-IF
           CLOSE RecoveryFile.

       CheckOpenRecoveryCase.
           MOVE "N" TO ws-Rcv-CaseOpen-Flag
           OPEN INPUT RecoveryFile
           IF ws-RecoveryFile-Status EQUAL 35
              CLOSE RecoveryFile
           ELSE
              READ RecoveryFile INTO RecoveryRecord
              AT END
                 MOVE 10 TO ws-RecoveryFile-Status
              END-READ
              PERFORM UNTIL ws-RecoveryFile-Status = 10
                 IF RcvUsername EQUAL HrEvtUsername AND
                  RcvItemType EQUAL "H" AND RcvStatus EQUAL "O"
                    MOVE "Y" TO ws-Rcv-CaseOpen-Flag
                 END-IF
                 READ RecoveryFile INTO RecoveryRecord
                    AT END
                       MOVE 10 TO ws-RecoveryFile-Status
              END-PERFORM
              CLOSE RecoveryFile
           END-IF.

       RefreshRecoveryCases.
           ACCEPT ws-Rcv-Today FROM DATE YYYYMMDD
           MOVE 0 TO ws-Rcv-ItemsClosed
           MOVE 0 TO ws-Rcv-CasesClosed
           OPEN INPUT RecoveryFile
           IF ws-RecoveryFile-Status EQUAL 35
              CLOSE RecoveryFile
           ELSE
              OPEN OUTPUT TempRecoveryFile
              READ RecoveryFile INTO RecoveryRecord
              AT END
                 MOVE 10 TO ws-RecoveryFile-Status
              END-READ
              PERFORM UNTIL ws-RecoveryFile-Status = 10
                 IF RcvItemType NOT EQUAL "H" AND RcvStatus EQUAL "O"
                    PERFORM RefreshRecoveryItem
                 END-IF
                 WRITE TempRecoveryRecord FROM RecoveryRecord
                 READ RecoveryFile INTO RecoveryRecord
                    AT END
                       MOVE 10 TO ws-RecoveryFile-Status
              END-PERFORM
              CLOSE RecoveryFile
              CLOSE TempRecoveryFile
              PERFORM CopyTempRecoveryToFile
              PERFORM CloseResolvedRecoveryCases
           END-IF.

       RefreshRecoveryItem.
           MOVE "Y" TO ws-Rcv-Held-Flag
           EVALUATE RcvItemType
           WHEN "M"
            PERFORM CheckRecoveryMachineHeld
           WHEN "L"
            PERFORM CheckRecoveryLoanOpen
           WHEN "R"
            PERFORM CheckRecoveryResOpen
           WHEN "P"
            PERFORM CheckRecoveryPeriphHeld
           END-EVALUATE
           IF ws-Rcv-Held-Flag EQUAL "N"
              MOVE "C" TO RcvStatus
              MOVE ws-Rcv-Today TO RcvClosedDate
              ADD 1 TO ws-Rcv-ItemsClosed
           END-IF.

       CheckRecoveryMachineHeld.
           OPEN INPUT StoreFile
           IF ws-StoreFile-Status EQUAL 0
              MOVE RcvMachineNum TO StoreMachineNum
              READ StoreFile INTO StoreRecord
                 INVALID KEY
                    MOVE "N" TO ws-Rcv-Held-Flag
                 NOT INVALID KEY
                    IF StoreMachineUsername NOT EQUAL RcvUsername
                       MOVE "N" TO ws-Rcv-Held-Flag
                    END-IF
              END-READ
           END-IF
           CLOSE StoreFile.

       CheckRecoveryLoanOpen.
           MOVE "N" TO ws-Rcv-Held-Flag
           OPEN INPUT LoanFile
           IF ws-LoanFile-Status EQUAL 35
              CLOSE LoanFile
           ELSE
              READ LoanFile INTO LoanRecord
              AT END
                 MOVE 10 TO ws-LoanFile-Status
              END-READ
              PERFORM UNTIL ws-LoanFile-Status = 10
                 IF LoanMachineNum EQUAL RcvMachineNum AND
                  LoanUsername EQUAL RcvUsername AND
                  LoanReturnDate EQUAL 0
                    MOVE "Y" TO ws-Rcv-Held-Flag
                 END-IF
                 READ LoanFile INTO LoanRecord
                    AT END
                       MOVE 10 TO ws-LoanFile-Status
              END-PERFORM
              CLOSE LoanFile
           END-IF.

       CheckRecoveryResOpen.
           MOVE "N" TO ws-Rcv-Held-Flag
           MOVE RcvRefDate TO ws-Rcv-RefDate
           OPEN INPUT ReservFile
           IF ws-ResFile-Status EQUAL 35
              CLOSE ReservFile
           ELSE
              READ ReservFile INTO ReservRecord
              AT END
                 MOVE 10 TO ws-ResFile-Status
              END-READ
              PERFORM UNTIL ws-ResFile-Status = 10
                 IF ResMachineNum EQUAL RcvMachineNum AND
                  ResUsername EQUAL RcvUsername AND
                  ResFromDate EQUAL ws-Rcv-RefDate AND
                  ResStatus EQUAL "O"
                    MOVE "Y" TO ws-Rcv-Held-Flag
                 END-IF
                 READ ReservFile INTO ReservRecord
                    AT END
                       MOVE 10 TO ws-ResFile-Status
              END-PERFORM
              CLOSE ReservFile
           END-IF.

       CheckRecoveryPeriphHeld.
           MOVE "N" TO ws-Rcv-Held-Flag
           OPEN INPUT PeriphFile
           IF ws-PeriphFile-Status EQUAL 35
              CLOSE PeriphFile
           ELSE
              READ PeriphFile INTO PeriphRecord
              AT END
                 MOVE 10 TO ws-PeriphFile-Status
              END-READ
              PERFORM UNTIL ws-PeriphFile-Status = 10
                 IF PerMachineNum EQUAL RcvMachineNum AND
                  PerSerial EQUAL RcvItemRef
                    MOVE "Y" TO ws-Rcv-Held-Flag
                 END-IF
                 READ PeriphFile INTO PeriphRecord
                    AT END
                       MOVE 10 TO ws-PeriphFile-Status
              END-PERFORM
              CLOSE PeriphFile
           END-IF
           IF ws-Rcv-Held-Flag EQUAL "Y"
              PERFORM CheckRecoveryMachineHeld
           END-IF.

       CloseResolvedRecoveryCases.
           MOVE 0 TO ws-Rcv-OpenCount
           MOVE "N" TO ws-Table-Full-Flag
           OPEN INPUT RecoveryFile
           READ RecoveryFile INTO RecoveryRecord
           AT END
              MOVE 10 TO ws-RecoveryFile-Status
           END-READ
           PERFORM UNTIL ws-RecoveryFile-Status = 10
              IF RcvItemType NOT EQUAL "H" AND RcvStatus EQUAL "O"
                 MOVE RcvUsername TO ws-Rcv-CaseUser
                 MOVE RcvOpenDate TO ws-Rcv-CaseDate
                 MOVE "N" TO ws-Rcv-CaseOpen-Flag
                 PERFORM VARYING ws-Rcv-OpenIdx FROM 1 BY 1 UNTIL
                  ws-Rcv-OpenIdx GREATER THAN ws-Rcv-OpenCount
                    IF ws-Rcv-OpenKey(ws-Rcv-OpenIdx) EQUAL
                     ws-Rcv-CaseKey
                       MOVE "Y" TO ws-Rcv-CaseOpen-Flag
                    END-IF
                 END-PERFORM
                 IF ws-Rcv-CaseOpen-Flag EQUAL "N"
                    IF ws-Rcv-OpenCount LESS THAN 500
                       ADD 1 TO ws-Rcv-OpenCount
                       MOVE ws-Rcv-CaseKey TO
                        ws-Rcv-OpenKey(ws-Rcv-OpenCount)
                    ELSE
                       PERFORM WarnTableFull
                    END-IF
                 END-IF
              END-IF
              READ RecoveryFile INTO RecoveryRecord
                 AT END
                    MOVE 10 TO ws-RecoveryFile-Status
           END-PERFORM
           CLOSE RecoveryFile
           OPEN INPUT RecoveryFile
           OPEN OUTPUT TempRecoveryFile
           READ RecoveryFile INTO RecoveryRecord
           AT END
              MOVE 10 TO ws-RecoveryFile-Status
           END-READ
           PERFORM UNTIL ws-RecoveryFile-Status = 10
              IF RcvItemType EQUAL "H" AND RcvStatus EQUAL "O"
                 MOVE RcvUsername TO ws-Rcv-CaseUser
                 MOVE RcvOpenDate TO ws-Rcv-CaseDate
                 MOVE "N" TO ws-Rcv-CaseOpen-Flag
                 PERFORM VARYING ws-Rcv-OpenIdx FROM 1 BY 1 UNTIL
                  ws-Rcv-OpenIdx GREATER THAN ws-Rcv-OpenCount
                    IF ws-Rcv-OpenKey(ws-Rcv-OpenIdx) EQUAL
                     ws-Rcv-CaseKey
                       MOVE "Y" TO ws-Rcv-CaseOpen-Flag
                    END-IF
                 END-PERFORM
                 IF ws-Rcv-CaseOpen-Flag EQUAL "N"
                    MOVE "C" TO RcvStatus
                    MOVE ws-Rcv-Today TO RcvClosedDate
                    ADD 1 TO ws-Rcv-CasesClosed
                    MOVE SPACES TO ws-Print-Line
                    STRING "Recovery case closed: " RcvUsername
                     " opened " RcvOpenDate
                     DELIMITED BY SIZE INTO ws-Print-Line
                    END-STRING
                    PERFORM PrintReportLine
                 END-IF
              END-IF
              WRITE TempRecoveryRecord FROM RecoveryRecord
              READ RecoveryFile INTO RecoveryRecord
                 AT END
                    MOVE 10 TO ws-RecoveryFile-Status
           END-PERFORM
           CLOSE RecoveryFile
           CLOSE TempRecoveryFile
           PERFORM CopyTempRecoveryToFile.

       CopyTempRecoveryToFile.
           OPEN INPUT TempRecoveryFile
           OPEN OUTPUT RecoveryFile
           READ TempRecoveryFile INTO TempRecoveryRecord
           AT END
              MOVE 10 TO ws-TempRecoveryFile-Status
           END-READ
           PERFORM UNTIL ws-TempRecoveryFile-Status = 10
              WRITE RecoveryRecord FROM TempRecoveryRecord
              READ TempRecoveryFile INTO TempRecoveryRecord
                 AT END
                    MOVE 10 TO ws-TempRecoveryFile-Status
           END-PERFORM
           CLOSE TempRecoveryFile
           CLOSE RecoveryFile.

       RecoveryCaseReview.
           DISPLAY "Leaver Recovery Case Review"
           MOVE "rpt_recovery.txt" TO ws-Print-FileName
           MOVE "LEAVER RECOVERY CASE REVIEW" TO ws-Print-Title
           MOVE "USERNAME / OPENED / ITEM / MACHINE / REFERENCE" TO
            ws-Print-ColHead
           PERFORM StartReportSpool
           PERFORM RefreshRecoveryCases
           MOVE 0 TO ws-Rcv-OpenCases
           MOVE 0 TO ws-Rcv-OpenItems
           OPEN INPUT RecoveryFile
           IF ws-RecoveryFile-Status EQUAL 35
              CLOSE RecoveryFile
              MOVE "No recovery cases on file yet." TO ws-Print-Line
              PERFORM PrintReportLine
           ELSE
              READ RecoveryFile INTO RecoveryRecord
              AT END
                 MOVE 10 TO ws-RecoveryFile-Status
              END-READ
              PERFORM UNTIL ws-RecoveryFile-Status = 10
                 IF RcvStatus EQUAL "O"
                    MOVE SPACES TO ws-Print-Line
                    IF RcvItemType EQUAL "H"
                       ADD 1 TO ws-Rcv-OpenCases
                       STRING RcvUsername " " RcvOpenDate " OPEN CASE"
                        DELIMITED BY SIZE INTO ws-Print-Line
                       END-STRING
                    ELSE
                       ADD 1 TO ws-Rcv-OpenItems
                       STRING "  " RcvItemType " " RcvMachineNum " "
                        RcvItemRef
                        DELIMITED BY SIZE INTO ws-Print-Line
                       END-STRING
                    END-IF
                    PERFORM PrintReportLine
                 END-IF
                 READ RecoveryFile INTO RecoveryRecord
                    AT END
                       MOVE 10 TO ws-RecoveryFile-Status
              END-PERFORM
              CLOSE RecoveryFile
           END-IF
           MOVE SPACES TO ws-Print-TotalText
           STRING "OPEN CASES " ws-Rcv-OpenCases " OPEN ITEMS "
            ws-Rcv-OpenItems " CLOSED THIS RUN " ws-Rcv-CasesClosed
            DELIMITED BY SIZE INTO ws-Print-TotalText
           END-STRING
           PERFORM EndReportSpool
           PERFORM ReturnToMenu.

       IntegritySweep.
           DISPLAY "Cross-File Integrity Sweep"
           ACCEPT ws-Int-Today FROM DATE YYYYMMDD
           MOVE "N" TO ws-Int-Fix-Flag
           IF ws-Batch-Mode NOT EQUAL "Y"
              DISPLAY "Run in fix-up mode? (Y/N): "
              ACCEPT ws-Int-Fix-Flag
              IF ws-Int-Fix-Flag EQUAL "y"
                 MOVE "Y" TO ws-Int-Fix-Flag
              END-IF
              IF ws-Int-Fix-Flag EQUAL "Y" AND
               ws-Operator-Role NOT EQUAL "SUPERVISOR"
                 DISPLAY "Fix-up mode is restricted to supervisors; run"
                 "ning report only."
                 MOVE "REFUSED" TO ws-Audit-Action
                 MOVE 0 TO ws-Audit-MachineNum
                 MOVE SPACES TO ws-Audit-NewSpec
                 STRING "INTEGRITY FIXUP ROLE " ws-Operator-Role
                  DELIMITED BY SIZE INTO ws-Audit-NewSpec
                 END-STRING
                 PERFORM WriteIntegrityAudit
                 MOVE "N" TO ws-Int-Fix-Flag
              END-IF
           END-IF
           IF ws-Int-Fix-Flag EQUAL "Y"
              PERFORM TakeGenerationBackup
              MOVE "reservations" TO ws-Gen-Base
              PERFORM RotateFileGenerations
              MOVE "peripherals" TO ws-Gen-Base
              PERFORM RotateFileGenerations
              MOVE "pmintervals" TO ws-Gen-Base
              PERFORM RotateFileGenerations
           ELSE
              MOVE "N" TO ws-Int-Fix-Flag
           END-IF
           MOVE 0 TO ws-Int-ExcCount
           MOVE 0 TO ws-Int-FixCount
           PERFORM VARYING ws-Int-Idx FROM 1 BY 1 UNTIL
            ws-Int-Idx GREATER THAN 19
              MOVE 0 TO ws-Int-CodeCount(ws-Int-Idx)
           END-PERFORM
           MOVE "rpt_integrity.txt" TO ws-Print-FileName
           MOVE "CROSS-FILE INTEGRITY SWEEP" TO ws-Print-Title
           MOVE "CODE / FILE / MACHINE / DETAIL / FIXED" TO
            ws-Print-ColHead
           PERFORM StartReportSpool
           OPEN OUTPUT IntegrityExcFile
           PERFORM LoadIntegrityMachines
           PERFORM LoadIntegrityDisposals
           PERFORM SweepLoans
           PERFORM SweepWorkOrders
           PERFORM SweepStoreCounts
           PERFORM SweepAcquisitions
           PERFORM SweepPeripherals
           PERFORM SweepXref
           PERFORM SweepReservations
           PERFORM SweepPmIntervals
           CLOSE IntegrityExcFile
           MOVE "Exception counts by rule:" TO ws-Print-Line
           PERFORM PrintReportLine
           PERFORM VARYING ws-Int-Idx FROM 1 BY 1 UNTIL
            ws-Int-Idx GREATER THAN 19
              MOVE ws-Int-Idx TO ws-Int-CodeNum
              MOVE SPACES TO ws-Print-Line
              STRING "  IC" ws-Int-CodeNum " "
               ws-Int-Desc(ws-Int-Idx) " "
               ws-Int-CodeCount(ws-Int-Idx)
               DELIMITED BY SIZE INTO ws-Print-Line
              END-STRING
              PERFORM PrintReportLine
           END-PERFORM
           MOVE SPACES TO ws-Print-TotalText
           STRING "EXCEPTIONS " ws-Int-ExcCount " FIXED "
            ws-Int-FixCount
            DELIMITED BY SIZE INTO ws-Print-TotalText
           END-STRING
           PERFORM EndReportSpool
           DISPLAY "Exceptions file written: integrity_exceptions.txt"
           PERFORM ReturnToMenu.

       RotateFileGenerations.
           MOVE SPACES TO ws-GenIn-FileName
           MOVE SPACES TO ws-GenOut-FileName
           STRING ws-Gen-Base DELIMITED BY SPACE
            "_gen2.txt" DELIMITED BY SIZE INTO ws-GenIn-FileName
           END-STRING
           STRING ws-Gen-Base DELIMITED BY SPACE
            "_gen3.txt" DELIMITED BY SIZE INTO ws-GenOut-FileName
           END-STRING
           PERFORM CopyGenerationFile
           MOVE SPACES TO ws-GenIn-FileName
           MOVE SPACES TO ws-GenOut-FileName
           STRING ws-Gen-Base DELIMITED BY SPACE
            "_gen1.txt" DELIMITED BY SIZE INTO ws-GenIn-FileName
           END-STRING
           STRING ws-Gen-Base DELIMITED BY SPACE
            "_gen2.txt" DELIMITED BY SIZE INTO ws-GenOut-FileName
           END-STRING
           PERFORM CopyGenerationFile
           MOVE SPACES TO ws-GenIn-FileName
           MOVE SPACES TO ws-GenOut-FileName
           STRING ws-Gen-Base DELIMITED BY SPACE
            ".txt" DELIMITED BY SIZE INTO ws-GenIn-FileName
           END-STRING
           STRING ws-Gen-Base DELIMITED BY SPACE
            "_gen1.txt" DELIMITED BY SIZE INTO ws-GenOut-FileName
           END-STRING
           PERFORM CopyGenerationFile.

       WriteIntegrityAudit.
           MOVE SPACES TO ws-Audit-Username
           MOVE SPACES TO ws-Audit-OldTyp
           MOVE SPACES TO ws-Audit-OldManu
           MOVE SPACES TO ws-Audit-OldUsername
           MOVE SPACES TO ws-Audit-OldSpec
           MOVE SPACES TO ws-Audit-NewTyp
           MOVE SPACES TO ws-Audit-NewManu
           MOVE SPACES TO ws-Audit-NewUsername
           MOVE SPACES TO ws-Audit-OldSite
           MOVE SPACES TO ws-Audit-NewSite
           PERFORM WriteAuditRecord.

       RecordIntegrityException.
           MOVE ws-Int-CodeNum TO ws-Int-Idx2
           ADD 1 TO ws-Int-CodeCount(ws-Int-Idx2)
           ADD 1 TO ws-Int-ExcCount
           MOVE SPACES TO ws-Int-Code
           STRING "IC" ws-Int-CodeNum
            DELIMITED BY SIZE INTO ws-Int-Code
           END-STRING
           MOVE ws-Int-Today TO ExcDate
           MOVE ws-Int-Code TO ExcCode
           MOVE ws-Int-FileName TO ExcFile
           MOVE ws-Int-Key TO ExcMachineNum
           MOVE ws-Int-Detail TO ExcDetail
           MOVE ws-Int-Fixed TO ExcFixed
           WRITE IntegrityExcRecord
           MOVE SPACES TO ws-Print-Line
           STRING ws-Int-Code " " ws-Int-FileName " " ws-Int-Key " "
            ws-Int-Detail " " ws-Int-Fixed
            DELIMITED BY SIZE INTO ws-Print-Line
           END-STRING
           PERFORM PrintReportLine
           IF ws-Int-Fixed EQUAL "Y"
              ADD 1 TO ws-Int-FixCount
              MOVE "FIXUP" TO ws-Audit-Action
              MOVE ws-Int-Key TO ws-Audit-MachineNum
              MOVE SPACES TO ws-Audit-NewSpec
              STRING ws-Int-Code " " ws-Int-FileName " " ws-Int-Detail
               DELIMITED BY SIZE INTO ws-Audit-NewSpec
              END-STRING
              PERFORM WriteIntegrityAudit
           END-IF.

       LoadIntegrityMachines.
           MOVE 0 TO ws-Int-MachCount
           MOVE "N" TO ws-Table-Full-Flag
           OPEN INPUT StoreFile
           IF ws-StoreFile-Status NOT EQUAL 0
              CLOSE StoreFile
           ELSE
              READ StoreFile NEXT INTO StoreRecord
              AT END
                 MOVE 10 TO ws-StoreFile-Status
              END-READ
              PERFORM UNTIL ws-StoreFile-Status = 10
                 IF ws-Int-MachCount LESS THAN 5000
                    ADD 1 TO ws-Int-MachCount
                    MOVE StoreMachineNum TO
                     ws-Int-MachNum(ws-Int-MachCount)
                    MOVE StoreMachineStatus TO
                     ws-Int-MachStatus(ws-Int-MachCount)
                    MOVE StoreMachineSite TO
                     ws-Int-MachSite(ws-Int-MachCount)
                    MOVE 0 TO ws-Int-OpenLoans(ws-Int-MachCount)
                    MOVE 0 TO ws-Int-OpenWos(ws-Int-MachCount)
                    MOVE 0 TO ws-Int-AcqCount(ws-Int-MachCount)
                 ELSE
                    PERFORM WarnTableFull
                 END-IF
                 READ StoreFile NEXT INTO StoreRecord
                    AT END
                       MOVE 10 TO ws-StoreFile-Status
              END-PERFORM
              CLOSE StoreFile
           END-IF.

       LoadIntegrityDisposals.
           MOVE 0 TO ws-Int-DispCount
           MOVE "N" TO ws-Table-Full-Flag
           OPEN INPUT DisposalFile
           IF ws-DispFile-Status EQUAL 35
              CLOSE DisposalFile
           ELSE
              READ DisposalFile INTO DisposalRecord
              AT END
                 MOVE 10 TO ws-DispFile-Status
              END-READ
              PERFORM UNTIL ws-DispFile-Status = 10
                 IF ws-Int-DispCount LESS THAN 5000
                    ADD 1 TO ws-Int-DispCount
                    MOVE DispMachineNum TO
                     ws-Int-DispNum(ws-Int-DispCount)
                 ELSE
                    PERFORM WarnTableFull
                 END-IF
                 READ DisposalFile INTO DisposalRecord
                    AT END
                       MOVE 10 TO ws-DispFile-Status
              END-PERFORM
              CLOSE DisposalFile
           END-IF.

       FindIntegrityMachine.
           MOVE 0 TO ws-Int-Sub
           PERFORM VARYING ws-Int-Idx FROM 1 BY 1 UNTIL
            ws-Int-Idx GREATER THAN ws-Int-MachCount OR
            ws-Int-Sub GREATER THAN 0
              IF ws-Int-MachNum(ws-Int-Idx) EQUAL ws-Int-Key
                 MOVE ws-Int-Idx TO ws-Int-Sub
              END-IF
           END-PERFORM
           MOVE "N" TO ws-Int-Disposed-Flag
           IF ws-Int-Sub EQUAL 0
              PERFORM VARYING ws-Int-Idx FROM 1 BY 1 UNTIL
               ws-Int-Idx GREATER THAN ws-Int-DispCount OR
               ws-Int-Disposed-Flag EQUAL "Y"
                 IF ws-Int-DispNum(ws-Int-Idx) EQUAL ws-Int-Key
                    MOVE "Y" TO ws-Int-Disposed-Flag
                 END-IF
              END-PERFORM
           END-IF.

       SweepLoans.
           MOVE "loans.txt" TO ws-Int-FileName
           OPEN INPUT LoanFile
           IF ws-LoanFile-Status EQUAL 35
              CLOSE LoanFile
           ELSE
              READ LoanFile INTO LoanRecord
              AT END
                 MOVE 10 TO ws-LoanFile-Status
              END-READ
              PERFORM UNTIL ws-LoanFile-Status = 10
                 MOVE LoanMachineNum TO ws-Int-Key
                 PERFORM FindIntegrityMachine
                 MOVE "N" TO ws-Int-Fixed
                 IF ws-Int-Sub EQUAL 0
                    IF LoanReturnDate EQUAL 0 OR
                     ws-Int-Disposed-Flag EQUAL "N"
                       MOVE 1 TO ws-Int-CodeNum
                       MOVE SPACES TO ws-Int-Detail
                       STRING "USER " LoanUsername " OUT " LoanOutDate
                        DELIMITED BY SIZE INTO ws-Int-Detail
                       END-STRING
                       PERFORM RecordIntegrityException
                    END-IF
                 ELSE
                    IF LoanReturnDate EQUAL 0
                       ADD 1 TO ws-Int-OpenLoans(ws-Int-Sub)
                       IF ws-Int-MachStatus(ws-Int-Sub) NOT EQUAL
                        "LOANED"
                          MOVE 2 TO ws-Int-CodeNum
                          MOVE SPACES TO ws-Int-Detail
                          STRING "USER " LoanUsername " STATUS "
                           ws-Int-MachStatus(ws-Int-Sub)
                           DELIMITED BY SIZE INTO ws-Int-Detail
                          END-STRING
                          PERFORM RecordIntegrityException
                       END-IF
                    END-IF
                 END-IF
                 READ LoanFile INTO LoanRecord
                    AT END
                       MOVE 10 TO ws-LoanFile-Status
              END-PERFORM
              CLOSE LoanFile
           END-IF.

       SweepWorkOrders.
           MOVE "workorders.txt" TO ws-Int-FileName
           OPEN INPUT WorkOrderFile
           IF ws-WorkFile-Status EQUAL 35
              CLOSE WorkOrderFile
           ELSE
              READ WorkOrderFile INTO WorkOrderRecord
              AT END
                 MOVE 10 TO ws-WorkFile-Status
              END-READ
              PERFORM UNTIL ws-WorkFile-Status = 10
                 MOVE WorkMachineNum TO ws-Int-Key
                 PERFORM FindIntegrityMachine
                 MOVE "N" TO ws-Int-Fixed
                 IF ws-Int-Sub EQUAL 0
                    IF WorkCloseDate EQUAL 0 OR
                     ws-Int-Disposed-Flag EQUAL "N"
                       MOVE 5 TO ws-Int-CodeNum
                       MOVE SPACES TO ws-Int-Detail
                       STRING "OPENED " WorkOpenDate " " WorkVendor
                        DELIMITED BY SIZE INTO ws-Int-Detail
                       END-STRING
                       PERFORM RecordIntegrityException
                    END-IF
                 ELSE
                    IF WorkCloseDate EQUAL 0
                       ADD 1 TO ws-Int-OpenWos(ws-Int-Sub)
                       IF ws-Int-MachStatus(ws-Int-Sub) NOT EQUAL
                        "REPAIR"
                          MOVE 6 TO ws-Int-CodeNum
                          MOVE SPACES TO ws-Int-Detail
                          STRING "OPENED " WorkOpenDate " STATUS "
                           ws-Int-MachStatus(ws-Int-Sub)
                           DELIMITED BY SIZE INTO ws-Int-Detail
                          END-STRING
                          PERFORM RecordIntegrityException
                       END-IF
                    END-IF
                 END-IF
                 READ WorkOrderFile INTO WorkOrderRecord
                    AT END
                       MOVE 10 TO ws-WorkFile-Status
              END-PERFORM
              CLOSE WorkOrderFile
           END-IF.

       SweepStoreCounts.
           MOVE "store.txt" TO ws-Int-FileName
           MOVE "N" TO ws-Int-Fixed
           PERFORM VARYING ws-Int-Sub FROM 1 BY 1 UNTIL
            ws-Int-Sub GREATER THAN ws-Int-MachCount
              MOVE ws-Int-MachNum(ws-Int-Sub) TO ws-Int-Key
              MOVE SPACES TO ws-Int-Detail
              IF ws-Int-MachStatus(ws-Int-Sub) EQUAL "LOANED" AND
               ws-Int-OpenLoans(ws-Int-Sub) EQUAL 0
                 MOVE 3 TO ws-Int-CodeNum
                 PERFORM RecordIntegrityException
              END-IF
              IF ws-Int-OpenLoans(ws-Int-Sub) GREATER THAN 1
                 MOVE 4 TO ws-Int-CodeNum
                 STRING "OPEN LOANS " ws-Int-OpenLoans(ws-Int-Sub)
                  DELIMITED BY SIZE INTO ws-Int-Detail
                 END-STRING
                 PERFORM RecordIntegrityException
              END-IF
              MOVE SPACES TO ws-Int-Detail
              IF ws-Int-MachStatus(ws-Int-Sub) EQUAL "REPAIR" AND
               ws-Int-OpenWos(ws-Int-Sub) EQUAL 0
                 MOVE 7 TO ws-Int-CodeNum
                 PERFORM RecordIntegrityException
              END-IF
              IF ws-Int-OpenWos(ws-Int-Sub) GREATER THAN 1
                 MOVE 8 TO ws-Int-CodeNum
                 STRING "OPEN WORK ORDERS " ws-Int-OpenWos(ws-Int-Sub)
                  DELIMITED BY SIZE INTO ws-Int-Detail
                 END-STRING
                 PERFORM RecordIntegrityException
              END-IF
           END-PERFORM.

       SweepAcquisitions.
           MOVE "acquisitions.txt" TO ws-Int-FileName
           OPEN INPUT AcqFile
           IF ws-AcqFile-Status EQUAL 35
              CLOSE AcqFile
           ELSE
              READ AcqFile INTO AcqRecord
              AT END
                 MOVE 10 TO ws-AcqFile-Status
              END-READ
              PERFORM UNTIL ws-AcqFile-Status = 10
                 MOVE AcqMachineNum TO ws-Int-Key
                 PERFORM FindIntegrityMachine
                 MOVE "N" TO ws-Int-Fixed
                 MOVE SPACES TO ws-Int-Detail
                 STRING "PURCHASED " AcqPurchaseDate " " AcqSupplier
                  DELIMITED BY SIZE INTO ws-Int-Detail
                 END-STRING
                 IF ws-Int-Sub EQUAL 0
                    IF ws-Int-Disposed-Flag EQUAL "N"
                       MOVE 9 TO ws-Int-CodeNum
                       PERFORM RecordIntegrityException
                    END-IF
                 ELSE
                    ADD 1 TO ws-Int-AcqCount(ws-Int-Sub)
                    IF ws-Int-AcqCount(ws-Int-Sub) GREATER THAN 1
                       MOVE 10 TO ws-Int-CodeNum
                       PERFORM RecordIntegrityException
                    END-IF
                 END-IF
                 READ AcqFile INTO AcqRecord
                    AT END
                       MOVE 10 TO ws-AcqFile-Status
              END-PERFORM
              CLOSE AcqFile
           END-IF.

       SweepPeripherals.
           MOVE "peripherals.txt" TO ws-Int-FileName
           MOVE "N" TO ws-Int-Changed-Flag
           OPEN INPUT PeriphFile
           IF ws-PeriphFile-Status EQUAL 35
              CLOSE PeriphFile
           ELSE
              IF ws-Int-Fix-Flag EQUAL "Y"
                 OPEN OUTPUT TempPeriphFile
              END-IF
              READ PeriphFile INTO PeriphRecord
              AT END
                 MOVE 10 TO ws-PeriphFile-Status
              END-READ
              PERFORM UNTIL ws-PeriphFile-Status = 10
                 MOVE PerMachineNum TO ws-Int-Key
                 PERFORM FindIntegrityMachine
                 MOVE "N" TO ws-Int-Fixed
                 MOVE SPACES TO ws-Int-Detail
                 IF ws-Int-Sub EQUAL 0
                    MOVE 11 TO ws-Int-CodeNum
                    STRING PerType " " PerSerial
                     DELIMITED BY SIZE INTO ws-Int-Detail
                    END-STRING
                    PERFORM RecordIntegrityException
                 ELSE
                    IF PerSite NOT EQUAL ws-Int-MachSite(ws-Int-Sub)
                       MOVE 12 TO ws-Int-CodeNum
                       STRING PerSerial " " PerSite " TO "
                        ws-Int-MachSite(ws-Int-Sub)
                        DELIMITED BY SIZE INTO ws-Int-Detail
                       END-STRING
                       IF ws-Int-Fix-Flag EQUAL "Y"
                          MOVE ws-Int-MachSite(ws-Int-Sub) TO PerSite
                          MOVE "Y" TO ws-Int-Fixed
                          MOVE "Y" TO ws-Int-Changed-Flag
                       END-IF
                       PERFORM RecordIntegrityException
                    END-IF
                 END-IF
                 IF ws-Int-Fix-Flag EQUAL "Y"
                    WRITE TempPeriphRecord FROM PeriphRecord
                 END-IF
                 READ PeriphFile INTO PeriphRecord
                    AT END
                       MOVE 10 TO ws-PeriphFile-Status
              END-PERFORM
              CLOSE PeriphFile
              IF ws-Int-Fix-Flag EQUAL "Y"
                 CLOSE TempPeriphFile
                 IF ws-Int-Changed-Flag EQUAL "Y"
                    PERFORM CopyTempPeriphToFile
                 END-IF
              END-IF
           END-IF.

       SweepXref.
           MOVE "xref.txt" TO ws-Int-FileName
           MOVE "N" TO ws-Int-Fixed
           PERFORM LoadXrefTable
           PERFORM VARYING ws-Int-Idx2 FROM 1 BY 1 UNTIL
            ws-Int-Idx2 GREATER THAN ws-Xref-Count
              MOVE ws-Xref-TabNum(ws-Int-Idx2) TO ws-Int-Key
              PERFORM FindIntegrityMachine
              MOVE "N" TO ws-Int-Open-Flag
              IF ws-Int-Sub EQUAL 0 AND ws-Int-Disposed-Flag EQUAL "N"
                 MOVE "Y" TO ws-Int-Open-Flag
              END-IF
              MOVE ws-Int-Idx2 TO ws-Int-Sub
              PERFORM CheckXrefEntry
              MOVE ws-Int-Sub TO ws-Int-Idx2
           END-PERFORM.

       CheckXrefEntry.
           IF ws-Int-Open-Flag EQUAL "Y"
              MOVE 13 TO ws-Int-CodeNum
              MOVE SPACES TO ws-Int-Detail
              STRING "SERIAL " ws-Xref-TabSerial(ws-Int-Sub)
               DELIMITED BY SIZE INTO ws-Int-Detail
              END-STRING
              PERFORM RecordIntegrityException
           END-IF
           MOVE "N" TO ws-Int-Dup-Flag
           IF ws-Xref-TabSerial(ws-Int-Sub) NOT EQUAL SPACES
              PERFORM VARYING ws-Int-Idx FROM 1 BY 1 UNTIL
               ws-Int-Idx NOT LESS THAN ws-Int-Sub
                 IF ws-Xref-TabSerial(ws-Int-Idx) EQUAL
                  ws-Xref-TabSerial(ws-Int-Sub)
                    MOVE "Y" TO ws-Int-Dup-Flag
                 END-IF
              END-PERFORM
           END-IF
           IF ws-Int-Dup-Flag EQUAL "Y"
              MOVE 14 TO ws-Int-CodeNum
              MOVE SPACES TO ws-Int-Detail
              STRING "SERIAL " ws-Xref-TabSerial(ws-Int-Sub)
               DELIMITED BY SIZE INTO ws-Int-Detail
              END-STRING
              PERFORM RecordIntegrityException
           END-IF
           MOVE "N" TO ws-Int-Dup-Flag
           IF ws-Xref-TabTag(ws-Int-Sub) NOT EQUAL SPACES
              PERFORM VARYING ws-Int-Idx FROM 1 BY 1 UNTIL
               ws-Int-Idx NOT LESS THAN ws-Int-Sub
                 IF ws-Xref-TabTag(ws-Int-Idx) EQUAL
                  ws-Xref-TabTag(ws-Int-Sub)
                    MOVE "Y" TO ws-Int-Dup-Flag
                 END-IF
              END-PERFORM
           END-IF
           IF ws-Int-Dup-Flag EQUAL "Y"
              MOVE 15 TO ws-Int-CodeNum
              MOVE SPACES TO ws-Int-Detail
              STRING "ASSET TAG " ws-Xref-TabTag(ws-Int-Sub)
               DELIMITED BY SIZE INTO ws-Int-Detail
              END-STRING
              PERFORM RecordIntegrityException
           END-IF.

       SweepReservations.
           MOVE "reservations.txt" TO ws-Int-FileName
           MOVE "N" TO ws-Int-Changed-Flag
           OPEN INPUT ReservFile
           IF ws-ResFile-Status EQUAL 35
              CLOSE ReservFile
           ELSE
              IF ws-Int-Fix-Flag EQUAL "Y"
                 OPEN OUTPUT TempReservFile
              END-IF
              READ ReservFile INTO ReservRecord
              AT END
                 MOVE 10 TO ws-ResFile-Status
              END-READ
              PERFORM UNTIL ws-ResFile-Status = 10
                 IF ResStatus EQUAL "O"
                    MOVE ResMachineNum TO ws-Int-Key
                    PERFORM FindIntegrityMachine
                    MOVE 0 TO ws-Int-CodeNum
                    IF ws-Int-Sub EQUAL 0
                       MOVE 16 TO ws-Int-CodeNum
                    ELSE
                       IF ResToDate LESS THAN ws-Int-Today
                          MOVE 17 TO ws-Int-CodeNum
                       END-IF
                    END-IF
                    IF ws-Int-CodeNum GREATER THAN 0
                       MOVE "N" TO ws-Int-Fixed
                       MOVE SPACES TO ws-Int-Detail
                       STRING "USER " ResUsername " TO " ResToDate
                        DELIMITED BY SIZE INTO ws-Int-Detail
                       END-STRING
                       IF ws-Int-Fix-Flag EQUAL "Y"
                          MOVE "C" TO ResStatus
                          MOVE "Y" TO ws-Int-Fixed
                          MOVE "Y" TO ws-Int-Changed-Flag
                       END-IF
                       PERFORM RecordIntegrityException
                    END-IF
                 END-IF
                 IF ws-Int-Fix-Flag EQUAL "Y"
                    WRITE TempReservRecord FROM ReservRecord
                 END-IF
                 READ ReservFile INTO ReservRecord
                    AT END
                       MOVE 10 TO ws-ResFile-Status
              END-PERFORM
              CLOSE ReservFile
              IF ws-Int-Fix-Flag EQUAL "Y"
                 CLOSE TempReservFile
                 IF ws-Int-Changed-Flag EQUAL "Y"
                    PERFORM CopyTempReservToFile
                 END-IF
              END-IF
           END-IF.

       SweepPmIntervals.
           MOVE "pmintervals.txt" TO ws-Int-FileName
           MOVE "N" TO ws-Int-Changed-Flag
           MOVE 0 TO ws-Int-PmCount
           MOVE ZEROS TO ws-Int-Key
           OPEN INPUT PmIntervalFile
           IF ws-PmIntFile-Status EQUAL 35
              CLOSE PmIntervalFile
           ELSE
              IF ws-Int-Fix-Flag EQUAL "Y"
                 OPEN OUTPUT TempPmIntervalFile
              END-IF
              READ PmIntervalFile INTO PmIntervalRecord
              AT END
                 MOVE 10 TO ws-PmIntFile-Status
              END-READ
              PERFORM UNTIL ws-PmIntFile-Status = 10
                 MOVE "N" TO ws-Int-Fixed
                 MOVE SPACES TO ws-Int-Detail
                 STRING "TYPE " PmIntTyp " MONTHS " PmIntMonths
                  DELIMITED BY SIZE INTO ws-Int-Detail
                 END-STRING
                 MOVE PmIntTyp TO ws-MachineTyp
                 IF NOT ws-Valid-MachineTyp
                    MOVE 18 TO ws-Int-CodeNum
                    PERFORM RecordIntegrityException
                 END-IF
                 MOVE "N" TO ws-Int-Dup-Flag
                 PERFORM VARYING ws-Int-Idx FROM 1 BY 1 UNTIL
                  ws-Int-Idx GREATER THAN ws-Int-PmCount
                    IF ws-Int-PmTyp(ws-Int-Idx) EQUAL PmIntTyp
                       MOVE "Y" TO ws-Int-Dup-Flag
                    END-IF
                 END-PERFORM
                 IF ws-Int-Dup-Flag EQUAL "Y"
                    MOVE 19 TO ws-Int-CodeNum
                    IF ws-Int-Fix-Flag EQUAL "Y"
                       MOVE "Y" TO ws-Int-Fixed
                       MOVE "Y" TO ws-Int-Changed-Flag
                    END-IF
                    PERFORM RecordIntegrityException
                 ELSE
                    IF ws-Int-PmCount LESS THAN 50
                       ADD 1 TO ws-Int-PmCount
                       MOVE PmIntTyp TO ws-Int-PmTyp(ws-Int-PmCount)
                    END-IF
                    IF ws-Int-Fix-Flag EQUAL "Y"
                       WRITE TempPmIntervalRecord FROM PmIntervalRecord
                    END-IF
                 END-IF
                 READ PmIntervalFile INTO PmIntervalRecord
                    AT END
                       MOVE 10 TO ws-PmIntFile-Status
              END-PERFORM
              CLOSE PmIntervalFile
              IF ws-Int-Fix-Flag EQUAL "Y"
                 CLOSE TempPmIntervalFile
                 IF ws-Int-Changed-Flag EQUAL "Y"
                    PERFORM CopyTempPmIntToFile
                 END-IF
              END-IF
           END-IF.

       ImportServiceDeskIncidents.
           DISPLAY "Service Desk Incident Import"
           ACCEPT ws-Sd-Today FROM DATE YYYYMMDD
           MOVE 0 TO ws-Sd-ReadCount
           MOVE 0 TO ws-Sd-OpenedCount
           MOVE 0 TO ws-Sd-RejectCount
           OPEN INPUT SdIncidentFile
           IF ws-SdInFile-Status EQUAL 35
              DISPLAY "No incident file (sd_incidents.txt) to process."
              CLOSE SdIncidentFile
              PERFORM ReturnToMenu
           ELSE
              PERFORM LoadServiceDeskTickets
              PERFORM LoadXrefTable
              MOVE "rpt_sdinbound.txt" TO ws-Print-FileName
              MOVE "SERVICE DESK INCIDENT IMPORT" TO ws-Print-Title
              MOVE "TICKET / MACHINE / OUTCOME" TO ws-Print-ColHead
              PERFORM StartReportSpool
              OPEN EXTEND SdRejectFile
              IF ws-SdRejFile-Status EQUAL 35
                 OPEN OUTPUT SdRejectFile
              END-IF
              READ SdIncidentFile
              AT END
                 MOVE 10 TO ws-SdInFile-Status
              END-READ
              PERFORM UNTIL ws-SdInFile-Status = 10
                 ADD 1 TO ws-Sd-ReadCount
                 PERFORM ProcessOneIncident
                 READ SdIncidentFile
                    AT END
                       MOVE 10 TO ws-SdInFile-Status
              END-PERFORM
              CLOSE SdIncidentFile
              CLOSE SdRejectFile
              MOVE SPACES TO ws-Print-TotalText
              STRING "READ " ws-Sd-ReadCount " OPENED "
               ws-Sd-OpenedCount " REJECTED " ws-Sd-RejectCount
               DELIMITED BY SIZE INTO ws-Print-TotalText
              END-STRING
              PERFORM EndReportSpool
              PERFORM ReturnToMenu
           END-IF.

       LoadServiceDeskTickets.
           MOVE 0 TO ws-Sd-TicketCount
           MOVE "N" TO ws-Table-Full-Flag
           OPEN INPUT WorkOrderFile
           IF ws-WorkFile-Status EQUAL 35
              CLOSE WorkOrderFile
           ELSE
              READ WorkOrderFile INTO WorkOrderRecord
              AT END
                 MOVE 10 TO ws-WorkFile-Status
              END-READ
              PERFORM UNTIL ws-WorkFile-Status = 10
                 IF WorkTicket NOT EQUAL SPACES
                    IF ws-Sd-TicketCount LESS THAN 5000
                       ADD 1 TO ws-Sd-TicketCount
                       MOVE WorkTicket TO
                        ws-Sd-TicketTab(ws-Sd-TicketCount)
                    ELSE
                       PERFORM WarnTableFull
                    END-IF
                 END-IF
                 READ WorkOrderFile INTO WorkOrderRecord
                    AT END
                       MOVE 10 TO ws-WorkFile-Status
              END-PERFORM
              CLOSE WorkOrderFile
           END-IF.

       ProcessOneIncident.
           MOVE SPACES TO ws-Sd-Reason
           MOVE "N" TO ws-Sd-Found-Flag
           PERFORM VARYING ws-Sd-Idx FROM 1 BY 1 UNTIL
            ws-Sd-Idx GREATER THAN ws-Sd-TicketCount OR
            ws-Sd-Found-Flag EQUAL "Y"
              IF ws-Sd-TicketTab(ws-Sd-Idx) EQUAL SdInTicket
                 MOVE "Y" TO ws-Sd-Found-Flag
              END-IF
           END-PERFORM
           EVALUATE TRUE
           WHEN SdInTicket EQUAL SPACES
              MOVE "TICKET NUMBER MISSING" TO ws-Sd-Reason
           WHEN ws-Sd-Found-Flag EQUAL "Y"
              MOVE "TICKET ALREADY PROCESSED" TO ws-Sd-Reason
           WHEN SdInFault EQUAL SPACES
              MOVE "FAULT TEXT MISSING" TO ws-Sd-Reason
           WHEN SdInDate NOT NUMERIC
              MOVE "INVALID INCIDENT DATE" TO ws-Sd-Reason
           WHEN SdInDate GREATER THAN ws-Sd-Today
              MOVE "INCIDENT DATE IN FUTURE" TO ws-Sd-Reason
           WHEN OTHER
              PERFORM ResolveIncidentMachine
           END-EVALUATE
           IF ws-Sd-Reason EQUAL SPACES
              PERFORM AcquireRecordLock
              IF ws-Lock-Granted EQUAL "N"
                 MOVE "MACHINE LOCKED BY OPERATOR" TO ws-Sd-Reason
              ELSE
                 PERFORM OpenIncidentWorkOrder
                 PERFORM ReleaseRecordLock
              END-IF
           END-IF
           IF ws-Sd-Reason NOT EQUAL SPACES
              ADD 1 TO ws-Sd-RejectCount
              MOVE ws-Sd-Today TO SdRejDate
              MOVE ws-Sd-Reason TO SdRejReason
              MOVE SdIncidentRecord TO SdRejData
              WRITE SdRejectRecord
              MOVE SPACES TO ws-Print-Line
              STRING SdInTicket " " SdInMachineNum " REJECTED "
               ws-Sd-Reason
               DELIMITED BY SIZE INTO ws-Print-Line
              END-STRING
              PERFORM PrintReportLine
           END-IF.

       ResolveIncidentMachine.
           MOVE 0 TO ws-MachineNumber
           IF SdInMachineNum NOT EQUAL SPACES
              IF SdInMachineNum NUMERIC
                 MOVE SdInMachineNum TO ws-MachineNumber
              ELSE
                 MOVE "INVALID MACHINE NUMBER" TO ws-Sd-Reason
              END-IF
           ELSE
              PERFORM VARYING ws-Sd-Idx FROM 1 BY 1 UNTIL
               ws-Sd-Idx GREATER THAN ws-Xref-Count OR
               ws-MachineNumber NOT EQUAL 0
                 IF SdInSerial NOT EQUAL SPACES AND
                  ws-Xref-TabSerial(ws-Sd-Idx) EQUAL SdInSerial
                    MOVE ws-Xref-TabNum(ws-Sd-Idx) TO ws-MachineNumber
                 END-IF
                 IF SdInAssetTag NOT EQUAL SPACES AND
                  ws-Xref-TabTag(ws-Sd-Idx) EQUAL SdInAssetTag
                    MOVE ws-Xref-TabNum(ws-Sd-Idx) TO ws-MachineNumber
                 END-IF
              END-PERFORM
              IF ws-MachineNumber EQUAL 0
                 IF SdInSerial EQUAL SPACES AND
                  SdInAssetTag EQUAL SPACES
                    MOVE "NO MACHINE IDENTIFIER" TO ws-Sd-Reason
                 ELSE
                    MOVE "SERIAL OR ASSET TAG UNKNOWN" TO ws-Sd-Reason
                 END-IF
              END-IF
           END-IF.

       OpenIncidentWorkOrder.
           OPEN I-O StoreFile
           IF ws-StoreFile-Status NOT EQUAL 0
              MOVE "STORE FILE NOT AVAILABLE" TO ws-Sd-Reason
           ELSE
              MOVE ws-MachineNumber TO StoreMachineNum
              READ StoreFile INTO StoreRecord
                 INVALID KEY
                    MOVE "MACHINE NOT ON FILE" TO ws-Sd-Reason
                 NOT INVALID KEY
                    PERFORM CheckOpenWorkOrderForMachine
                    EVALUATE TRUE
                    WHEN StoreMachineStatus EQUAL "RETIRED"
                       MOVE "MACHINE RETIRED" TO ws-Sd-Reason
                    WHEN StoreMachineStatus EQUAL "LOANED"
                       MOVE "MACHINE OUT ON LOAN" TO ws-Sd-Reason
                    WHEN StoreMachineStatus EQUAL "LOST" OR
                     StoreMachineStatus EQUAL "STOLEN"
                       MOVE "MACHINE REPORTED LOST/STOLEN" TO
                        ws-Sd-Reason
                    WHEN ws-Work-OpenExists EQUAL "Y"
                       MOVE "OPEN WORK ORDER EXISTS" TO ws-Sd-Reason
                    WHEN OTHER
                       MOVE StoreMachineStatus TO ws-Work-OldStatus
                       MOVE "REPAIR" TO StoreMachineStatus
                       REWRITE StoreRecord
                       MOVE SdInFault TO ws-Work-Fault
                       MOVE "INTERNAL" TO ws-Work-Vendor
                       MOVE SdInTicket TO ws-Work-Ticket
                       MOVE SdInDate TO ws-Work-Today
                       PERFORM WriteRepairWorkOrder
                       MOVE SPACES TO ws-Work-Ticket
                       ADD 1 TO ws-Sd-OpenedCount
                       IF ws-Sd-TicketCount LESS THAN 5000
                          ADD 1 TO ws-Sd-TicketCount
                          MOVE SdInTicket TO
                           ws-Sd-TicketTab(ws-Sd-TicketCount)
                       END-IF
                       MOVE "INCIDENT" TO ws-Audit-Action
                       MOVE ws-MachineNumber TO ws-Audit-MachineNum
                       MOVE SPACES TO ws-Audit-NewSpec
                       STRING "TICKET " SdInTicket " "
                        ws-Work-OldStatus " TO REPAIR"
                        DELIMITED BY SIZE INTO ws-Audit-NewSpec
                       END-STRING
                       PERFORM WriteServiceDeskAudit
                       MOVE SPACES TO ws-Print-Line
                       STRING SdInTicket " " ws-MachineNumber
                        " WORK ORDER OPENED"
                        DELIMITED BY SIZE INTO ws-Print-Line
                       END-STRING
                       PERFORM PrintReportLine
                    END-EVALUATE
              END-READ
           END-IF
           CLOSE StoreFile.

       WriteServiceDeskAudit.
           MOVE SPACES TO ws-Audit-Username
           MOVE SPACES TO ws-Audit-OldTyp
           MOVE SPACES TO ws-Audit-OldManu
           MOVE SPACES TO ws-Audit-OldUsername
           MOVE SPACES TO ws-Audit-OldSpec
           MOVE SPACES TO ws-Audit-NewTyp
           MOVE SPACES TO ws-Audit-NewManu
           MOVE SPACES TO ws-Audit-NewUsername
           MOVE SPACES TO ws-Audit-OldSite
           MOVE SPACES TO ws-Audit-NewSite
           PERFORM WriteAuditRecord.

       ExportServiceDeskStatus.
           DISPLAY "Service Desk Status Export"
           MOVE 0 TO ws-Sd-SentCount
           PERFORM LoadServiceDeskSentLog
           OPEN OUTPUT SdStatusFile
           OPEN INPUT WorkOrderFile
           IF ws-WorkFile-Status EQUAL 35
              CLOSE WorkOrderFile
           ELSE
              READ WorkOrderFile INTO WorkOrderRecord
              AT END
                 MOVE 10 TO ws-WorkFile-Status
              END-READ
              PERFORM UNTIL ws-WorkFile-Status = 10
                 IF WorkTicket NOT EQUAL SPACES
                    PERFORM CheckTicketStatusChanged
                 END-IF
                 READ WorkOrderFile INTO WorkOrderRecord
                    AT END
                       MOVE 10 TO ws-WorkFile-Status
              END-PERFORM
              CLOSE WorkOrderFile
           END-IF
           CLOSE SdStatusFile
           OPEN OUTPUT SdSentFile
           PERFORM VARYING ws-Sd-Idx FROM 1 BY 1 UNTIL
            ws-Sd-Idx GREATER THAN ws-Sd-SentTabCount
              MOVE ws-Sd-SentTicket(ws-Sd-Idx) TO SdSentTicket
              MOVE ws-Sd-SentSig(ws-Sd-Idx) TO SdSentSig
              WRITE SdSentRecord
           END-PERFORM
           CLOSE SdSentFile
           DISPLAY "Status records written to sd_status.txt: "
            ws-Sd-SentCount
           PERFORM ReturnToMenu.

       LoadServiceDeskSentLog.
           MOVE 0 TO ws-Sd-SentTabCount
           MOVE "N" TO ws-Table-Full-Flag
           OPEN INPUT SdSentFile
           IF ws-SdSentFile-Status EQUAL 35
              CLOSE SdSentFile
           ELSE
              READ SdSentFile
              AT END
                 MOVE 10 TO ws-SdSentFile-Status
              END-READ
              PERFORM UNTIL ws-SdSentFile-Status = 10
                 IF ws-Sd-SentTabCount LESS THAN 5000
                    ADD 1 TO ws-Sd-SentTabCount
                    MOVE SdSentTicket TO
                     ws-Sd-SentTicket(ws-Sd-SentTabCount)
                    MOVE SdSentSig TO ws-Sd-SentSig(ws-Sd-SentTabCount)
                 ELSE
                    PERFORM WarnTableFull
                 END-IF
                 READ SdSentFile
                    AT END
                       MOVE 10 TO ws-SdSentFile-Status
              END-PERFORM
              CLOSE SdSentFile
           END-IF.

       CheckTicketStatusChanged.
           IF WorkCloseDate EQUAL 0
              MOVE "OPEN" TO ws-Sd-SigState
           ELSE
              MOVE "CLOSED" TO ws-Sd-SigState
           END-IF
           MOVE WorkVendor TO ws-Sd-SigVendor
           MOVE WorkCloseDate TO ws-Sd-SigClose
           MOVE WorkResolution TO ws-Sd-SigResolution
           MOVE "N" TO ws-Sd-Found-Flag
           PERFORM VARYING ws-Sd-Idx FROM 1 BY 1 UNTIL
            ws-Sd-Idx GREATER THAN ws-Sd-SentTabCount OR
            ws-Sd-Found-Flag EQUAL "Y"
              IF ws-Sd-SentTicket(ws-Sd-Idx) EQUAL WorkTicket
                 MOVE "Y" TO ws-Sd-Found-Flag
              END-IF
           END-PERFORM
           IF ws-Sd-Found-Flag EQUAL "Y"
              SUBTRACT 1 FROM ws-Sd-Idx
           ELSE
              IF ws-Sd-SentTabCount LESS THAN 5000
                 ADD 1 TO ws-Sd-SentTabCount
                 MOVE ws-Sd-SentTabCount TO ws-Sd-Idx
                 MOVE WorkTicket TO ws-Sd-SentTicket(ws-Sd-Idx)
                 MOVE SPACES TO ws-Sd-SentSig(ws-Sd-Idx)
              ELSE
                 MOVE 0 TO ws-Sd-Idx
              END-IF
           END-IF
           IF ws-Sd-Idx GREATER THAN 0
              IF ws-Sd-SentSig(ws-Sd-Idx) NOT EQUAL ws-Sd-Sig
                 MOVE ws-Sd-Sig TO ws-Sd-SentSig(ws-Sd-Idx)
                 MOVE WorkTicket TO SdStTicket
                 MOVE WorkMachineNum TO SdStMachineNum
                 MOVE ws-Sd-SigState TO SdStState
                 MOVE WorkVendor TO SdStVendor
                 MOVE WorkOpenDate TO SdStOpenDate
                 MOVE WorkCloseDate TO SdStCloseDate
                 MOVE WorkResolution TO SdStResolution
                 WRITE SdStatusRecord
                 ADD 1 TO ws-Sd-SentCount
              END-IF
           END-IF.

       ReportLostOrStolenMachine.
           DISPLAY "Report Lost or Stolen Machine"
           DISPLAY "Enter Machine Number: "
           ACCEPT ws-MachineNumber
           PERFORM AcquireRecordLock
           IF ws-Lock-Granted EQUAL "N"
           GO TO DisplayMenu
           END-IF.
           ACCEPT ws-Loss-Today FROM DATE YYYYMMDD
           MOVE "N" TO ws-Loss-Ok-Flag
           OPEN I-O StoreFile
           IF ws-StoreFile-Status NOT EQUAL 0
              DISPLAY "No machine numbers stored yet."
           ELSE
              MOVE ws-MachineNumber TO StoreMachineNum
              READ StoreFile INTO StoreRecord
                 INVALID KEY
                    DISPLAY "Machine Number not found."
                 NOT INVALID KEY
                    PERFORM PromptLossIncidentFields
              END-READ
           END-IF
           CLOSE StoreFile
           IF ws-Loss-Ok-Flag EQUAL "Y"
              PERFORM CompleteLossIncident
           END-IF
           PERFORM ReleaseRecordLock
           PERFORM ReturnToMenu.

       PromptLossIncidentFields.
           DISPLAY "Current Status: " StoreMachineStatus
           EVALUATE TRUE
           WHEN StoreMachineStatus EQUAL "LOST" OR
            StoreMachineStatus EQUAL "STOLEN"
              DISPLAY "Machine is already reported " StoreMachineStatus
           WHEN StoreMachineStatus EQUAL "REPAIR"
              DISPLAY "Machine is in REPAIR; close the work order first"
              "."
           WHEN OTHER
              DISPLAY "Enter incident type (LOST, STOLEN): "
              ACCEPT ws-Loss-Type
              DISPLAY "Enter date reported (YYYYMMDD, blank for today):"
              ACCEPT ws-Loss-DateText
              IF ws-Loss-DateText EQUAL SPACES
                 MOVE ws-Loss-Today TO ws-Loss-Date
              ELSE
                 IF ws-Loss-DateText NUMERIC
                    MOVE ws-Loss-DateText TO ws-Loss-Date
                 ELSE
                    MOVE 99999999 TO ws-Loss-Date
                 END-IF
              END-IF
              DISPLAY "Enter reported by: "
              ACCEPT ws-Loss-ReportedBy
              DISPLAY "Enter police/crime reference (blank if none): "
              ACCEPT ws-Loss-CrimeRef
              DISPLAY "Enter insurance claim number (blank if none): "
              ACCEPT ws-Loss-InsClaim
              EVALUATE TRUE
              WHEN ws-Loss-Type NOT EQUAL "LOST" AND
               ws-Loss-Type NOT EQUAL "STOLEN"
                 DISPLAY "Invalid incident type."
              WHEN FUNCTION TEST-DATE-YYYYMMDD(ws-Loss-Date)
               NOT EQUAL 0
                 DISPLAY "Invalid date reported."
              WHEN ws-Loss-Date GREATER THAN ws-Loss-Today
                 DISPLAY "Invalid date reported."
              WHEN ws-Loss-ReportedBy EQUAL SPACES
                 DISPLAY "Reported by cannot be empty."
              WHEN ws-Loss-Type EQUAL "STOLEN" AND
               ws-Loss-CrimeRef EQUAL SPACES
                 DISPLAY "A crime reference is required for STOLEN."
              WHEN OTHER
                 MOVE StoreMachineStatus TO ws-Loss-PriorStatus
                 MOVE StoreMachineUsername TO ws-Loss-LastUser
                 MOVE StoreMachineSite TO ws-Audit-OldSite
                 MOVE ws-Loss-Type TO StoreMachineStatus
                 REWRITE StoreRecord
                 MOVE "Y" TO ws-Loss-Ok-Flag
              END-EVALUATE
           END-EVALUATE.

       CompleteLossIncident.
           IF ws-Loss-PriorStatus EQUAL "LOANED"
              PERFORM CloseLoanForLostMachine
           END-IF
           MOVE ws-Loss-Date TO ws-Disp-Date
           PERFORM LookupAcquisitionBookValue
           PERFORM RecomputeBookValueAtDisposal
           PERFORM FindHighestLossNumber
           ADD 1 TO ws-Loss-MaxNumber GIVING ws-Loss-Number
           OPEN EXTEND LossFile
           IF ws-LossFile-Status EQUAL 35
              OPEN OUTPUT LossFile
           END-IF
           MOVE ws-Loss-Number TO LossNumber
           MOVE ws-MachineNumber TO LossMachineNum
           MOVE ws-Loss-Type TO LossType
           MOVE ws-Loss-Date TO LossReportedDate
           MOVE ws-Loss-ReportedBy TO LossReportedBy
           MOVE ws-Loss-CrimeRef TO LossCrimeRef
           MOVE ws-Loss-LastUser TO LossLastUser
           MOVE ws-Audit-OldSite TO LossLastSite
           MOVE ws-Loss-PriorStatus TO LossPriorStatus
           MOVE ws-Loss-InsClaim TO LossInsClaim
           MOVE ws-Acq-BookValue TO LossBookValue
           MOVE 0 TO LossInsRecovered
           MOVE "O" TO LossStatus
           MOVE 0 TO LossRecoveredDate
           WRITE LossRecord
           CLOSE LossFile
           MOVE ws-Loss-Type TO ws-Audit-Action
           MOVE ws-MachineNumber TO ws-Audit-MachineNum
           MOVE SPACES TO ws-Audit-NewSpec
           STRING "INCIDENT " ws-Loss-Number " " ws-Loss-PriorStatus
            " REF " ws-Loss-CrimeRef
            DELIMITED BY SIZE INTO ws-Audit-NewSpec
           END-STRING
           PERFORM WriteLossAudit
           MOVE ws-Acq-BookValue TO ws-Loss-ValueDisplay
           DISPLAY "Incident " ws-Loss-Number " recorded; machine now "
            ws-Loss-Type
           DISPLAY "Book value at loss: " ws-Loss-ValueDisplay.

       WriteLossAudit.
           MOVE SPACES TO ws-Audit-Username
           MOVE SPACES TO ws-Audit-OldTyp
           MOVE SPACES TO ws-Audit-OldManu
           MOVE ws-Loss-LastUser TO ws-Audit-OldUsername
           MOVE SPACES TO ws-Audit-OldSpec
           MOVE SPACES TO ws-Audit-NewTyp
           MOVE SPACES TO ws-Audit-NewManu
           MOVE SPACES TO ws-Audit-NewUsername
           MOVE SPACES TO ws-Audit-NewSite
           PERFORM WriteAuditRecord.

       CloseLoanForLostMachine.
           MOVE "N" TO ws-Loan-Found-Flag
           OPEN INPUT LoanFile
           IF ws-LoanFile-Status EQUAL 35
              CLOSE LoanFile
           ELSE
              OPEN OUTPUT TempLoanFile
              READ LoanFile INTO LoanRecord
              AT END
                 MOVE 10 TO ws-LoanFile-Status
              END-READ
              PERFORM UNTIL ws-LoanFile-Status = 10
                 IF LoanMachineNum EQUAL ws-MachineNumber AND
                  LoanReturnDate EQUAL 0 AND
                  ws-Loan-Found-Flag EQUAL "N"
                    MOVE ws-Loss-Date TO LoanReturnDate
                    MOVE LoanUsername TO ws-Loss-LastUser
                    MOVE "Y" TO ws-Loan-Found-Flag
                    DISPLAY "Open loan to " LoanUsername " closed."
                 END-IF
                 WRITE TempLoanRecord FROM LoanRecord
                 READ LoanFile INTO LoanRecord
                    AT END
                       MOVE 10 TO ws-LoanFile-Status
              END-PERFORM
              CLOSE LoanFile
              CLOSE TempLoanFile
              IF ws-Loan-Found-Flag EQUAL "Y"
                 PERFORM CopyTempLoansToLoanFile
              END-IF
           END-IF.

       FindHighestLossNumber.
           MOVE 0 TO ws-Loss-MaxNumber
           OPEN INPUT LossFile
           IF ws-LossFile-Status EQUAL 35
              CLOSE LossFile
           ELSE
              READ LossFile
              AT END
                 MOVE 10 TO ws-LossFile-Status
              END-READ
              PERFORM UNTIL ws-LossFile-Status = 10
                 IF LossNumber GREATER THAN ws-Loss-MaxNumber
                    MOVE LossNumber TO ws-Loss-MaxNumber
                 END-IF
                 READ LossFile
                    AT END
                       MOVE 10 TO ws-LossFile-Status
              END-PERFORM
              CLOSE LossFile
           END-IF.

       FindOpenLossIncident.
           MOVE "N" TO ws-Loss-Found-Flag
           OPEN INPUT LossFile
           IF ws-LossFile-Status EQUAL 35
              CLOSE LossFile
           ELSE
              READ LossFile
              AT END
                 MOVE 10 TO ws-LossFile-Status
              END-READ
              PERFORM UNTIL ws-LossFile-Status = 10 OR
               ws-Loss-Found-Flag EQUAL "Y"
                 IF LossMachineNum EQUAL ws-MachineNumber AND
                  LossStatus EQUAL "O"
                    MOVE "Y" TO ws-Loss-Found-Flag
                    MOVE LossNumber TO ws-Loss-Number
                    MOVE LossPriorStatus TO ws-Loss-PriorStatus
                    MOVE LossType TO ws-Loss-Type
                    MOVE LossLastUser TO ws-Loss-LastUser
                 ELSE
                    READ LossFile
                       AT END
                          MOVE 10 TO ws-LossFile-Status
                 END-IF
              END-PERFORM
              CLOSE LossFile
           END-IF.

       RecordMachineRecovery.
           DISPLAY "Record Recovered Machine"
           DISPLAY "Enter Machine Number: "
           ACCEPT ws-MachineNumber
           PERFORM AcquireRecordLock
           IF ws-Lock-Granted EQUAL "N"
           GO TO DisplayMenu
           END-IF.
           ACCEPT ws-Loss-Today FROM DATE YYYYMMDD
           MOVE "N" TO ws-Loss-Ok-Flag
           PERFORM FindOpenLossIncident
           IF ws-Loss-Found-Flag EQUAL "N"
              DISPLAY "No open loss incident for that machine."
           ELSE
              IF ws-Loss-PriorStatus EQUAL "LOANED" OR
               ws-Loss-PriorStatus EQUAL SPACES
                 MOVE "ACTIVE" TO ws-Loss-PriorStatus
              END-IF
              OPEN I-O StoreFile
              IF ws-StoreFile-Status NOT EQUAL 0
                 DISPLAY "No machine numbers stored yet."
              ELSE
                 MOVE ws-MachineNumber TO StoreMachineNum
                 READ StoreFile INTO StoreRecord
                    INVALID KEY
                       DISPLAY "Machine Number not found."
                    NOT INVALID KEY
                       MOVE StoreMachineSite TO ws-Audit-OldSite
                       MOVE ws-Loss-PriorStatus TO StoreMachineStatus
                       REWRITE StoreRecord
                       MOVE "Y" TO ws-Loss-Ok-Flag
                 END-READ
              END-IF
              CLOSE StoreFile
           END-IF
           IF ws-Loss-Ok-Flag EQUAL "Y"
              OPEN INPUT LossFile
              OPEN OUTPUT TempLossFile
              READ LossFile
              AT END
                 MOVE 10 TO ws-LossFile-Status
              END-READ
              PERFORM UNTIL ws-LossFile-Status = 10
                 IF LossNumber EQUAL ws-Loss-Number
                    MOVE "R" TO LossStatus
                    MOVE ws-Loss-Today TO LossRecoveredDate
                 END-IF
                 WRITE TempLossRecord FROM LossRecord
                 READ LossFile
                    AT END
                       MOVE 10 TO ws-LossFile-Status
              END-PERFORM
              CLOSE LossFile
              CLOSE TempLossFile
              PERFORM CopyTempLossToFile
              MOVE "RECOVERED" TO ws-Audit-Action
              MOVE ws-MachineNumber TO ws-Audit-MachineNum
              MOVE SPACES TO ws-Audit-NewSpec
              STRING "INCIDENT " ws-Loss-Number " " ws-Loss-Type
               " TO " ws-Loss-PriorStatus
               DELIMITED BY SIZE INTO ws-Audit-NewSpec
              END-STRING
              PERFORM WriteLossAudit
              DISPLAY "Machine recovered; status restored to "
               ws-Loss-PriorStatus
           END-IF
           PERFORM ReleaseRecordLock
           PERFORM ReturnToMenu.

       CopyTempLossToFile.
           OPEN INPUT TempLossFile
           OPEN OUTPUT LossFile
           READ TempLossFile
           AT END
              MOVE 10 TO ws-TempLossFile-Status
           END-READ
           PERFORM UNTIL ws-TempLossFile-Status = 10
              WRITE LossRecord FROM TempLossRecord
              READ TempLossFile
                 AT END
                    MOVE 10 TO ws-TempLossFile-Status
           END-PERFORM
           CLOSE TempLossFile
           CLOSE LossFile.

       UpdateLossInsurance.
           DISPLAY "Update Loss Incident Insurance Details"
           DISPLAY "Enter Incident Number: "
           ACCEPT ws-Loss-Number
           MOVE "N" TO ws-Loss-Found-Flag
           OPEN INPUT LossFile
           IF ws-LossFile-Status EQUAL 35
              DISPLAY "No loss incidents on file yet."
              CLOSE LossFile
           ELSE
              OPEN OUTPUT TempLossFile
              READ LossFile
              AT END
                 MOVE 10 TO ws-LossFile-Status
              END-READ
              PERFORM UNTIL ws-LossFile-Status = 10
                 IF LossNumber EQUAL ws-Loss-Number
                    MOVE "Y" TO ws-Loss-Found-Flag
                    PERFORM PromptLossInsuranceFields
                 END-IF
                 WRITE TempLossRecord FROM LossRecord
                 READ LossFile
                    AT END
                       MOVE 10 TO ws-LossFile-Status
              END-PERFORM
              CLOSE LossFile
              CLOSE TempLossFile
              IF ws-Loss-Found-Flag EQUAL "Y"
                 PERFORM CopyTempLossToFile
                 MOVE "LOSSINS" TO ws-Audit-Action
                 MOVE SPACES TO ws-Audit-OldSite
                 MOVE SPACES TO ws-Loss-LastUser
                 MOVE SPACES TO ws-Audit-NewSpec
                 STRING "INCIDENT " ws-Loss-Number " CLAIM "
                  ws-Loss-InsClaim " RECOVERED " ws-Loss-RecDisplay
                  DELIMITED BY SIZE INTO ws-Audit-NewSpec
                 END-STRING
                 PERFORM WriteLossAudit
                 DISPLAY "Incident updated."
              ELSE
                 DISPLAY "Incident not found."
              END-IF
           END-IF
           PERFORM ReturnToMenu.

       PromptLossInsuranceFields.
           MOVE LossMachineNum TO ws-Audit-MachineNum
           MOVE LossBookValue TO ws-Loss-ValueDisplay
           MOVE LossInsRecovered TO ws-Loss-RecDisplay
           DISPLAY "Machine " LossMachineNum " " LossType
            " reported " LossReportedDate
           DISPLAY "Book value at loss: " ws-Loss-ValueDisplay
           DISPLAY "Insurance claim: " LossInsClaim
           DISPLAY "Recovered to date: " ws-Loss-RecDisplay
           DISPLAY "Enter insurance claim number (blank to keep): "
           ACCEPT ws-Loss-InsClaim
           IF ws-Loss-InsClaim NOT EQUAL SPACES
              MOVE ws-Loss-InsClaim TO LossInsClaim
           END-IF
           DISPLAY "Enter total insurance recovery (blank to keep): "
           ACCEPT ws-Loss-AmountText
           IF ws-Loss-AmountText NOT EQUAL SPACES
              MOVE FUNCTION NUMVAL(ws-Loss-AmountText) TO
               ws-Loss-Recovered
              MOVE ws-Loss-Recovered TO LossInsRecovered
           END-IF
           MOVE LossInsClaim TO ws-Loss-InsClaim
           MOVE LossInsRecovered TO ws-Loss-RecDisplay.

       QuarterlyLossReport.
           DISPLAY "Quarterly Loss Report"
           ACCEPT ws-Loss-Today FROM DATE YYYYMMDD
           MOVE ws-Loss-Today TO ws-Loss-DateWork
           IF ws-Batch-Mode EQUAL "Y"
              MOVE ws-Loss-DateYear TO ws-Loss-Year
              COMPUTE ws-Loss-Quarter = (ws-Loss-DateMonth - 1) / 3
              IF ws-Loss-Quarter EQUAL 0
                 MOVE 4 TO ws-Loss-Quarter
                 SUBTRACT 1 FROM ws-Loss-Year
              END-IF
           ELSE
              DISPLAY "Enter year (YYYY): "
              ACCEPT ws-Loss-YearText
              DISPLAY "Enter quarter (1-4): "
              ACCEPT ws-Loss-QtrText
              IF ws-Loss-YearText NOT NUMERIC OR
               ws-Loss-QtrText NOT NUMERIC
                 DISPLAY "Invalid year or quarter."
                 GO TO DisplayMenu
              END-IF
              MOVE ws-Loss-YearText TO ws-Loss-Year
              MOVE ws-Loss-QtrText TO ws-Loss-Quarter
              IF ws-Loss-Quarter LESS THAN 1 OR
               ws-Loss-Quarter GREATER THAN 4
                 DISPLAY "Invalid year or quarter."
                 GO TO DisplayMenu
              END-IF
           END-IF
           MOVE ws-Loss-Year TO ws-Loss-DateYear
           COMPUTE ws-Loss-DateMonth = (ws-Loss-Quarter - 1) * 3 + 1
           MOVE 1 TO ws-Loss-DateDay
           MOVE ws-Loss-DateWork TO ws-Loss-FromDate
           COMPUTE ws-Loss-DateMonth = ws-Loss-Quarter * 3
           MOVE 31 TO ws-Loss-DateDay
           MOVE ws-Loss-DateWork TO ws-Loss-ToDate
           MOVE 0 TO ws-Loss-Count
           MOVE 0 TO ws-Loss-TotBook
           MOVE 0 TO ws-Loss-TotRecovered
           MOVE 0 TO ws-Loss-SiteCount-Total
           MOVE 0 TO ws-Loss-UserCount-Total
           MOVE "rpt_losses.txt" TO ws-Print-FileName
           MOVE SPACES TO ws-Print-Title
           STRING "QUARTERLY LOSS REPORT " ws-Loss-Year " Q"
            ws-Loss-Quarter
            DELIMITED BY SIZE INTO ws-Print-Title
           END-STRING
           MOVE "INCIDENT / MACHINE / TYPE / DATE / SITE / USER / REF"
            TO ws-Print-ColHead
           PERFORM StartReportSpool
           OPEN INPUT LossFile
           IF ws-LossFile-Status EQUAL 35
              CLOSE LossFile
           ELSE
              READ LossFile
              AT END
                 MOVE 10 TO ws-LossFile-Status
              END-READ
              PERFORM UNTIL ws-LossFile-Status = 10
                 IF LossReportedDate NOT LESS THAN ws-Loss-FromDate AND
                  LossReportedDate NOT GREATER THAN ws-Loss-ToDate
                    PERFORM PrintLossIncidentLine
                 END-IF
                 READ LossFile
                    AT END
                       MOVE 10 TO ws-LossFile-Status
              END-PERFORM
              CLOSE LossFile
           END-IF
           MOVE SPACES TO ws-Print-Line
           PERFORM PrintReportLine
           MOVE "Losses by site:" TO ws-Print-Line
           PERFORM PrintReportLine
           PERFORM VARYING ws-Loss-Idx FROM 1 BY 1 UNTIL
            ws-Loss-Idx GREATER THAN ws-Loss-SiteCount-Total
              MOVE ws-Loss-SiteBook(ws-Loss-Idx) TO ws-Loss-TotDisplay
              MOVE ws-Loss-SiteRec(ws-Loss-Idx) TO
               ws-Loss-TotRecDisplay
              MOVE SPACES TO ws-Print-Line
              STRING "  " ws-Loss-SiteCode(ws-Loss-Idx) " INCIDENTS "
               ws-Loss-SiteCount(ws-Loss-Idx) " BOOK "
               ws-Loss-TotDisplay " RECOVERED " ws-Loss-TotRecDisplay
               DELIMITED BY SIZE INTO ws-Print-Line
              END-STRING
              PERFORM PrintReportLine
           END-PERFORM
           MOVE SPACES TO ws-Print-Line
           PERFORM PrintReportLine
           MOVE "Losses by last known user:" TO ws-Print-Line
           PERFORM PrintReportLine
           PERFORM VARYING ws-Loss-Idx FROM 1 BY 1 UNTIL
            ws-Loss-Idx GREATER THAN ws-Loss-UserCount-Total
              MOVE ws-Loss-UserBook(ws-Loss-Idx) TO ws-Loss-TotDisplay
              MOVE ws-Loss-UserRec(ws-Loss-Idx) TO
               ws-Loss-TotRecDisplay
              MOVE SPACES TO ws-Print-Line
              STRING "  " ws-Loss-UserName(ws-Loss-Idx) " INCIDENTS "
               ws-Loss-UserCount(ws-Loss-Idx) " BOOK "
               ws-Loss-TotDisplay " RECOVERED " ws-Loss-TotRecDisplay
               DELIMITED BY SIZE INTO ws-Print-Line
              END-STRING
              PERFORM PrintReportLine
           END-PERFORM
           MOVE ws-Loss-TotBook TO ws-Loss-TotDisplay
           MOVE ws-Loss-TotRecovered TO ws-Loss-TotRecDisplay
           MOVE SPACES TO ws-Print-TotalText
           STRING "INCIDENTS " ws-Loss-Count " BOOK "
            ws-Loss-TotDisplay " RECOVERED " ws-Loss-TotRecDisplay
            DELIMITED BY SIZE INTO ws-Print-TotalText
           END-STRING
           PERFORM EndReportSpool
           PERFORM ReturnToMenu.

       PrintLossIncidentLine.
           ADD 1 TO ws-Loss-Count
           ADD LossBookValue TO ws-Loss-TotBook
           ADD LossInsRecovered TO ws-Loss-TotRecovered
           MOVE LossBookValue TO ws-Loss-ValueDisplay
           MOVE LossInsRecovered TO ws-Loss-RecDisplay
           MOVE SPACES TO ws-Print-Line
           STRING LossNumber " " LossMachineNum " " LossType " "
            LossReportedDate " " LossLastSite " " LossLastUser " "
            LossCrimeRef " " ws-Loss-ValueDisplay " "
            ws-Loss-RecDisplay
            DELIMITED BY SIZE INTO ws-Print-Line
           END-STRING
           PERFORM PrintReportLine
           MOVE "N" TO ws-Loss-Found-Flag
           PERFORM VARYING ws-Loss-Idx FROM 1 BY 1 UNTIL
            ws-Loss-Idx GREATER THAN ws-Loss-SiteCount-Total OR
            ws-Loss-Found-Flag EQUAL "Y"
              IF ws-Loss-SiteCode(ws-Loss-Idx) EQUAL LossLastSite
                 MOVE "Y" TO ws-Loss-Found-Flag
                 SUBTRACT 1 FROM ws-Loss-Idx
              END-IF
           END-PERFORM
           IF ws-Loss-Found-Flag EQUAL "N" AND
            ws-Loss-SiteCount-Total LESS THAN 200
              ADD 1 TO ws-Loss-SiteCount-Total
              MOVE ws-Loss-SiteCount-Total TO ws-Loss-Idx
              MOVE LossLastSite TO ws-Loss-SiteCode(ws-Loss-Idx)
              MOVE 0 TO ws-Loss-SiteCount(ws-Loss-Idx)
              MOVE 0 TO ws-Loss-SiteBook(ws-Loss-Idx)
              MOVE 0 TO ws-Loss-SiteRec(ws-Loss-Idx)
              MOVE "Y" TO ws-Loss-Found-Flag
           END-IF
           IF ws-Loss-Found-Flag EQUAL "Y"
              ADD 1 TO ws-Loss-SiteCount(ws-Loss-Idx)
              ADD LossBookValue TO ws-Loss-SiteBook(ws-Loss-Idx)
              ADD LossInsRecovered TO ws-Loss-SiteRec(ws-Loss-Idx)
           END-IF
           MOVE "N" TO ws-Loss-Found-Flag
           PERFORM VARYING ws-Loss-Idx FROM 1 BY 1 UNTIL
            ws-Loss-Idx GREATER THAN ws-Loss-UserCount-Total OR
            ws-Loss-Found-Flag EQUAL "Y"
              IF ws-Loss-UserName(ws-Loss-Idx) EQUAL LossLastUser
                 MOVE "Y" TO ws-Loss-Found-Flag
                 SUBTRACT 1 FROM ws-Loss-Idx
              END-IF
           END-PERFORM
           IF ws-Loss-Found-Flag EQUAL "N" AND
            ws-Loss-UserCount-Total LESS THAN 500
              ADD 1 TO ws-Loss-UserCount-Total
              MOVE ws-Loss-UserCount-Total TO ws-Loss-Idx
              MOVE LossLastUser TO ws-Loss-UserName(ws-Loss-Idx)
              MOVE 0 TO ws-Loss-UserCount(ws-Loss-Idx)
              MOVE 0 TO ws-Loss-UserBook(ws-Loss-Idx)
              MOVE 0 TO ws-Loss-UserRec(ws-Loss-Idx)
              MOVE "Y" TO ws-Loss-Found-Flag
           END-IF
           IF ws-Loss-Found-Flag EQUAL "Y"
              ADD 1 TO ws-Loss-UserCount(ws-Loss-Idx)
              ADD LossBookValue TO ws-Loss-UserBook(ws-Loss-Idx)
              ADD LossInsRecovered TO ws-Loss-UserRec(ws-Loss-Idx)
           END-IF.

       ReadAuditControl.
           MOVE 0 TO ws-Seal-LastSeq
           MOVE 0 TO ws-Seal-LastCheck
           OPEN INPUT AuditCtlFile
           IF ws-AuditCtl-Status EQUAL 0
              READ AuditCtlFile
                 AT END
                    MOVE 10 TO ws-AuditCtl-Status
                 NOT AT END
                    MOVE AuditCtlSeq TO ws-Seal-LastSeq
                    MOVE AuditCtlCheck TO ws-Seal-LastCheck
              END-READ
           END-IF
           CLOSE AuditCtlFile.

       WriteAuditControl.
           OPEN OUTPUT AuditCtlFile
           MOVE ws-Seal-LastSeq TO AuditCtlSeq
           MOVE ws-Seal-LastCheck TO AuditCtlCheck
           WRITE AuditCtlRecord
           CLOSE AuditCtlFile.

       ComputeAuditCheck.
           COMPUTE ws-Seal-Hash = FUNCTION MOD(ws-Seal-Hash * 131 +
            ws-Seal-Seq, 4294967291)
           PERFORM VARYING ws-Seal-Pos FROM 1 BY 1 UNTIL
            ws-Seal-Pos GREATER THAN 259
              COMPUTE ws-Seal-Hash = FUNCTION MOD(ws-Seal-Hash * 131 +
               FUNCTION ORD(ws-Seal-Data(ws-Seal-Pos:1)), 4294967291)
           END-PERFORM.

       WriteAuditSeal.
           ACCEPT ws-Seal-Today FROM DATE YYYYMMDD
           PERFORM ReadAuditControl
           MOVE 0 TO ws-Seal-PrevSealSeq
           OPEN INPUT AuditSealFile
           IF ws-AuditSeal-Status EQUAL 35
              CLOSE AuditSealFile
           ELSE
              READ AuditSealFile
              AT END
                 MOVE 10 TO ws-AuditSeal-Status
              END-READ
              PERFORM UNTIL ws-AuditSeal-Status = 10
                 MOVE SealSeq TO ws-Seal-PrevSealSeq
                 READ AuditSealFile
                    AT END
                       MOVE 10 TO ws-AuditSeal-Status
              END-PERFORM
              CLOSE AuditSealFile
           END-IF
           COMPUTE ws-Seal-Count = ws-Seal-LastSeq - ws-Seal-PrevSealSeq
           OPEN EXTEND AuditSealFile
           IF ws-AuditSeal-Status EQUAL 35
              OPEN OUTPUT AuditSealFile
           END-IF
           MOVE ws-Seal-Today TO SealDate
           MOVE ws-Seal-LastSeq TO SealSeq
           MOVE ws-Seal-Count TO SealCount
           MOVE ws-Seal-LastCheck TO SealCheck
           WRITE AuditSealRecord
           CLOSE AuditSealFile
           DISPLAY "Audit trail sealed at sequence " ws-Seal-LastSeq
            " (" ws-Seal-Count " records since last seal)".

       VerifyAuditTrail.
           DISPLAY "Audit Trail Verification"
           MOVE "N" TO ws-Ver-Started-Flag
           MOVE 0 TO ws-Ver-PrevSeq
           MOVE 0 TO ws-Ver-PrevCheck
           MOVE 0 TO ws-Ver-RecCount
           MOVE 0 TO ws-Ver-LegacyCount
           MOVE 0 TO ws-Ver-ExcCount
           MOVE 0 TO ws-Ver-RunCount
           PERFORM LoadAuditSealTable
           MOVE 1 TO ws-Ver-SealIdx
           MOVE "rpt_auditverify.txt" TO ws-Print-FileName
           MOVE "AUDIT TRAIL VERIFICATION" TO ws-Print-Title
           MOVE "SOURCE / SEQUENCE / EXCEPTION" TO ws-Print-ColHead
           PERFORM StartReportSpool
           OPEN INPUT ArchIdxFile
           IF ws-ArchIdx-Status EQUAL 35
              CLOSE ArchIdxFile
           ELSE
              READ ArchIdxFile INTO ArchIdxRecord
              AT END
                 MOVE 10 TO ws-ArchIdx-Status
              END-READ
              PERFORM UNTIL ws-ArchIdx-Status = 10
                 MOVE ArchIdxFileName TO ws-AuditArch-FileName
                 PERFORM VerifyOneAuditArchive
                 READ ArchIdxFile INTO ArchIdxRecord
                    AT END
                       MOVE 10 TO ws-ArchIdx-Status
              END-PERFORM
              CLOSE ArchIdxFile
           END-IF
           MOVE "audit.txt" TO ws-Ver-Source
           OPEN INPUT AuditFile
           IF ws-AuditFile-Status EQUAL 35
              CLOSE AuditFile
           ELSE
              READ AuditFile INTO AuditRecord
              AT END
                 MOVE 10 TO ws-AuditFile-Status
              END-READ
              PERFORM UNTIL ws-AuditFile-Status = 10
                 PERFORM VerifyAuditRecord
                 READ AuditFile INTO AuditRecord
                    AT END
                       MOVE 10 TO ws-AuditFile-Status
              END-PERFORM
              CLOSE AuditFile
           END-IF
           MOVE "auditseal.txt" TO ws-Ver-Source
           PERFORM VARYING ws-Ver-SealIdx FROM ws-Ver-SealIdx BY 1
            UNTIL ws-Ver-SealIdx GREATER THAN ws-Ver-SealTotal
              MOVE ws-Ver-SealSeq(ws-Ver-SealIdx) TO ws-Seal-Seq
              IF ws-Seal-Seq GREATER THAN 0
                 MOVE SPACES TO ws-Ver-Detail
                 STRING "SEAL OF " ws-Ver-SealDate(ws-Ver-SealIdx)
                  " - SEALED RECORD MISSING FROM TRAIL"
                  DELIMITED BY SIZE INTO ws-Ver-Detail
                 END-STRING
                 PERFORM PrintAuditVerifyException
              END-IF
           END-PERFORM
           PERFORM ReadAuditControl
           IF ws-Seal-LastSeq NOT EQUAL ws-Ver-PrevSeq
              MOVE "auditctl.txt" TO ws-Ver-Source
              MOVE ws-Seal-LastSeq TO ws-Seal-Seq
              MOVE SPACES TO ws-Ver-Detail
              STRING "LAST SEQUENCE WRITTEN, TRAIL ENDS AT "
               ws-Ver-PrevSeq
               DELIMITED BY SIZE INTO ws-Ver-Detail
              END-STRING
              PERFORM PrintAuditVerifyException
           END-IF
           MOVE SPACES TO ws-Print-TotalText
           STRING "RECORDS " ws-Ver-RecCount " UNSEALED "
            ws-Ver-LegacyCount " EXCEPTIONS " ws-Ver-ExcCount
            DELIMITED BY SIZE INTO ws-Print-TotalText
           END-STRING
           PERFORM EndReportSpool
           IF ws-Ver-ExcCount GREATER THAN 0
              DISPLAY "AUDIT TRAIL FAILED VERIFICATION: "
               ws-Ver-ExcCount " exception(s)."
           ELSE
              DISPLAY "Audit trail verified clean."
           END-IF
           PERFORM ReturnToMenu.

       LoadAuditSealTable.
           MOVE 0 TO ws-Ver-SealTotal
           MOVE "N" TO ws-Table-Full-Flag
           OPEN INPUT AuditSealFile
           IF ws-AuditSeal-Status EQUAL 35
              CLOSE AuditSealFile
           ELSE
              READ AuditSealFile
              AT END
                 MOVE 10 TO ws-AuditSeal-Status
              END-READ
              PERFORM UNTIL ws-AuditSeal-Status = 10
                 IF ws-Ver-SealTotal LESS THAN 5000
                    ADD 1 TO ws-Ver-SealTotal
                    MOVE SealDate TO ws-Ver-SealDate(ws-Ver-SealTotal)
                    MOVE SealSeq TO ws-Ver-SealSeq(ws-Ver-SealTotal)
                    MOVE SealCount TO
                     ws-Ver-SealCount(ws-Ver-SealTotal)
                    MOVE SealCheck TO
                     ws-Ver-SealCheck(ws-Ver-SealTotal)
                 ELSE
                    PERFORM WarnTableFull
                 END-IF
                 READ AuditSealFile
                    AT END
                       MOVE 10 TO ws-AuditSeal-Status
              END-PERFORM
              CLOSE AuditSealFile
           END-IF.

       VerifyOneAuditArchive.
           MOVE ws-AuditArch-FileName TO ws-Ver-Source
           OPEN INPUT AuditArchFile
           IF ws-AuditArch-Status EQUAL 35
              MOVE 0 TO ws-Seal-Seq
              MOVE "ARCHIVE LISTED IN INDEX IS MISSING" TO
               ws-Ver-Detail
              PERFORM PrintAuditVerifyException
              CLOSE AuditArchFile
           ELSE
              READ AuditArchFile INTO AuditArchRecord
              AT END
                 MOVE 10 TO ws-AuditArch-Status
              END-READ
              PERFORM UNTIL ws-AuditArch-Status = 10
                 MOVE AuditArchRecord TO AuditRecord
                 PERFORM VerifyAuditRecord
                 READ AuditArchFile INTO AuditArchRecord
                    AT END
                       MOVE 10 TO ws-AuditArch-Status
              END-PERFORM
              CLOSE AuditArchFile
           END-IF.

       VerifyAuditRecord.
           ADD 1 TO ws-Ver-RecCount
           IF AuditSeq NOT NUMERIC OR AuditSeq EQUAL 0
              ADD 1 TO ws-Ver-LegacyCount
              IF ws-Ver-Started-Flag EQUAL "Y"
                 MOVE 0 TO ws-Seal-Seq
                 MOVE SPACES TO ws-Ver-Detail
                 STRING "UNSEQUENCED RECORD " AuditDate " " AuditAction
                  DELIMITED BY SIZE INTO ws-Ver-Detail
                 END-STRING
                 PERFORM PrintAuditVerifyException
              END-IF
           ELSE
              MOVE "Y" TO ws-Ver-Started-Flag
              MOVE AuditSeq TO ws-Seal-Seq
              EVALUATE TRUE
              WHEN AuditSeq NOT GREATER THAN ws-Ver-PrevSeq
                 MOVE SPACES TO ws-Ver-Detail
                 STRING "OUT OF SEQUENCE AFTER " ws-Ver-PrevSeq
                  DELIMITED BY SIZE INTO ws-Ver-Detail
                 END-STRING
                 PERFORM PrintAuditVerifyException
              WHEN AuditSeq GREATER THAN ws-Ver-PrevSeq + 1
                 MOVE SPACES TO ws-Ver-Detail
                 COMPUTE ws-Ver-Expected = ws-Ver-PrevSeq + 1
                 STRING "GAP - SEQUENCES MISSING FROM " ws-Ver-Expected
                  DELIMITED BY SIZE INTO ws-Ver-Detail
                 END-STRING
                 PERFORM PrintAuditVerifyException
              WHEN OTHER
                 MOVE AuditSealData TO ws-Seal-Data
                 MOVE ws-Ver-PrevCheck TO ws-Seal-Hash
                 PERFORM ComputeAuditCheck
                 MOVE ws-Seal-Hash TO ws-Ver-Expected
                 IF AuditCheck NOT NUMERIC OR
                  AuditCheck NOT EQUAL ws-Ver-Expected
                    MOVE "BROKEN CHAIN - RECORD ALTERED" TO
                     ws-Ver-Detail
                    PERFORM PrintAuditVerifyException
                 END-IF
              END-EVALUATE
              ADD 1 TO ws-Ver-RunCount
              IF AuditSeq GREATER THAN ws-Ver-PrevSeq
                 MOVE AuditSeq TO ws-Ver-PrevSeq
              END-IF
              IF AuditCheck NUMERIC
                 MOVE AuditCheck TO ws-Ver-PrevCheck
              END-IF
              PERFORM CheckAuditSealPoint
           END-IF.

       CheckAuditSealPoint.
           PERFORM UNTIL ws-Ver-SealIdx GREATER THAN ws-Ver-SealTotal
            OR ws-Ver-SealSeq(ws-Ver-SealIdx) GREATER THAN
            ws-Seal-Seq
              IF ws-Ver-SealSeq(ws-Ver-SealIdx) EQUAL ws-Seal-Seq
                 IF AuditCheck NOT EQUAL
                  ws-Ver-SealCheck(ws-Ver-SealIdx)
                    MOVE SPACES TO ws-Ver-Detail
                    STRING "SEAL MISMATCH - CHECK VALUE, SEAL OF "
                     ws-Ver-SealDate(ws-Ver-SealIdx)
                     DELIMITED BY SIZE INTO ws-Ver-Detail
                    END-STRING
                    PERFORM PrintAuditVerifyException
                 END-IF
                 IF ws-Ver-RunCount NOT EQUAL
                  ws-Ver-SealCount(ws-Ver-SealIdx)
                    MOVE SPACES TO ws-Ver-Detail
                    STRING "SEAL MISMATCH - COUNT " ws-Ver-RunCount
                     " SEALED " ws-Ver-SealCount(ws-Ver-SealIdx)
                     DELIMITED BY SIZE INTO ws-Ver-Detail
                    END-STRING
                    PERFORM PrintAuditVerifyException
                 END-IF
                 MOVE 0 TO ws-Ver-RunCount
              ELSE
                 IF ws-Ver-SealSeq(ws-Ver-SealIdx) GREATER THAN 0
                    MOVE SPACES TO ws-Ver-Detail
                    STRING "SEAL OF " ws-Ver-SealDate(ws-Ver-SealIdx)
                     " - SEALED RECORD MISSING FROM TRAIL"
                     DELIMITED BY SIZE INTO ws-Ver-Detail
                    END-STRING
                    PERFORM PrintAuditVerifyException
                 END-IF
              END-IF
              ADD 1 TO ws-Ver-SealIdx
           END-PERFORM.

       PrintAuditVerifyException.
           ADD 1 TO ws-Ver-ExcCount
           MOVE SPACES TO ws-Print-Line
           STRING ws-Ver-Source " " ws-Seal-Seq " " ws-Ver-Detail
            DELIMITED BY SIZE INTO ws-Print-Line
           END-STRING
           PERFORM PrintReportLine.

       LogRefusedReservation.
           OPEN EXTEND ResRefusedFile
           IF ws-ResRefFile-Status EQUAL 35
              OPEN OUTPUT ResRefusedFile
           END-IF
           ACCEPT RefDate FROM DATE YYYYMMDD
           MOVE ws-MachineNumber TO RefMachineNum
           MOVE Username TO RefUsername
           MOVE ws-Res-FromDate TO RefFromDate
           MOVE ws-Res-ToDate TO RefToDate
           MOVE StoreMachineSite TO RefSite
           MOVE StoreMachineTyp TO RefTyp
           WRITE ResRefusedRecord
           CLOSE ResRefusedFile.

       LoanPoolUtilizationReport.
           DISPLAY "Loan Pool Utilization Report"
           ACCEPT ws-Pool-Today FROM DATE YYYYMMDD
           MOVE ws-Pool-Today TO ws-Pool-DateWork
           IF ws-Batch-Mode EQUAL "Y"
              IF ws-Pool-DateMonth EQUAL 1
                 MOVE 12 TO ws-Pool-DateMonth
                 SUBTRACT 1 FROM ws-Pool-DateYear
              ELSE
                 SUBTRACT 1 FROM ws-Pool-DateMonth
              END-IF
           ELSE
              DISPLAY "Enter month (YYYYMM): "
              ACCEPT ws-Pool-MonthText
              IF ws-Pool-MonthText NOT NUMERIC
                 DISPLAY "Invalid month."
                 GO TO DisplayMenu
              END-IF
              MOVE ws-Pool-MonthText TO ws-Pool-DateWork(1:6)
              IF ws-Pool-DateMonth LESS THAN 1 OR
               ws-Pool-DateMonth GREATER THAN 12
                 DISPLAY "Invalid month."
                 GO TO DisplayMenu
              END-IF
              DISPLAY "Utilization threshold % (blank for "
               ws-Pool-High "): "
              ACCEPT ws-Pool-HighText
              IF ws-Pool-HighText NOT EQUAL SPACES
                 MOVE FUNCTION NUMVAL(ws-Pool-HighText) TO ws-Pool-High
              END-IF
              DISPLAY "Utilization floor % (blank for " ws-Pool-Low
               "): "
              ACCEPT ws-Pool-LowText
              IF ws-Pool-LowText NOT EQUAL SPACES
                 MOVE FUNCTION NUMVAL(ws-Pool-LowText) TO ws-Pool-Low
              END-IF
           END-IF
           MOVE 1 TO ws-Pool-DateDay
           MOVE ws-Pool-DateWork TO ws-Pool-FromDate
           IF ws-Pool-DateMonth EQUAL 12
              MOVE 1 TO ws-Pool-DateMonth
              ADD 1 TO ws-Pool-DateYear
           ELSE
              ADD 1 TO ws-Pool-DateMonth
           END-IF
           MOVE ws-Pool-DateWork TO ws-Pool-NextDate
           COMPUTE ws-Pool-FromInt =
            FUNCTION INTEGER-OF-DATE(ws-Pool-FromDate)
           COMPUTE ws-Pool-NextInt =
            FUNCTION INTEGER-OF-DATE(ws-Pool-NextDate)
           COMPUTE ws-Pool-TodayInt =
            FUNCTION INTEGER-OF-DATE(ws-Pool-Today) + 1
           IF ws-Pool-TodayInt LESS THAN ws-Pool-NextInt
              MOVE ws-Pool-TodayInt TO ws-Pool-NextInt
           END-IF
           IF ws-Pool-NextInt LESS THAN ws-Pool-FromInt
              MOVE ws-Pool-FromInt TO ws-Pool-NextInt
           END-IF
           COMPUTE ws-Pool-MonthDays = ws-Pool-NextInt -
            ws-Pool-FromInt
           MOVE 0 TO ws-Pool-EntCount
           MOVE 0 TO ws-Pool-FlagCount
           PERFORM LoadLoanPoolMachines
           PERFORM BuildLoanPoolEntries
           PERFORM AccumulateLoanPoolLoans
           PERFORM AccumulateRefusedReservations
           MOVE "rpt_loanpool.txt" TO ws-Print-FileName
           MOVE SPACES TO ws-Print-Title
           STRING "LOAN POOL UTILIZATION " ws-Pool-FromDate(1:6)
            DELIMITED BY SIZE INTO ws-Print-Title
           END-STRING
           MOVE SPACES TO ws-Print-ColHead
           STRING "SITE / TYPE / POOL / DAYS USED / AVAIL / UTIL% / "
            "AVG LEN / LATE% / TURNED AWAY / FLAG"
            DELIMITED BY SIZE INTO ws-Print-ColHead
           END-STRING
           PERFORM StartReportSpool
           PERFORM VARYING ws-Pool-Ent FROM 1 BY 1 UNTIL
            ws-Pool-Ent GREATER THAN ws-Pool-EntCount
              PERFORM PrintLoanPoolLine
           END-PERFORM
           MOVE SPACES TO ws-Print-TotalText
           STRING "POOLS " ws-Pool-EntCount " FLAGGED "
            ws-Pool-FlagCount " THRESHOLD " ws-Pool-High "% FLOOR "
            ws-Pool-Low "%"
            DELIMITED BY SIZE INTO ws-Print-TotalText
           END-STRING
           PERFORM EndReportSpool
           PERFORM ReturnToMenu.

       LoadLoanPoolMachines.
           MOVE 0 TO ws-Pool-MachCount
           MOVE "N" TO ws-Table-Full-Flag
           OPEN INPUT StoreFile
           IF ws-StoreFile-Status NOT EQUAL 0
              CLOSE StoreFile
           ELSE
              READ StoreFile NEXT INTO StoreRecord
              AT END
                 MOVE 10 TO ws-StoreFile-Status
              END-READ
              PERFORM UNTIL ws-StoreFile-Status = 10
                 IF StoreMachineStatus NOT EQUAL "RETIRED" AND
                  StoreMachineStatus NOT EQUAL "LOST" AND
                  StoreMachineStatus NOT EQUAL "STOLEN"
                    IF ws-Pool-MachCount LESS THAN 5000
                       ADD 1 TO ws-Pool-MachCount
                       MOVE StoreMachineNum TO
                        ws-Pool-MachNum(ws-Pool-MachCount)
                       MOVE StoreMachineSite TO
                        ws-Pool-MachSite(ws-Pool-MachCount)
                       MOVE StoreMachineTyp TO
                        ws-Pool-MachTyp(ws-Pool-MachCount)
                       MOVE StoreMachineStatus TO
                        ws-Pool-MachStatus(ws-Pool-MachCount)
                       MOVE "N" TO ws-Pool-MachSpare(ws-Pool-MachCount)
                       IF StoreMachineStatus EQUAL "LOANED" OR
                        (StoreMachineStatus EQUAL "ACTIVE" AND
                        StoreMachineUsername EQUAL SPACES)
                          MOVE "Y" TO
                           ws-Pool-MachSpare(ws-Pool-MachCount)
                       END-IF
                       MOVE "N" TO
                        ws-Pool-MachLoaned(ws-Pool-MachCount)
                    ELSE
                       PERFORM WarnTableFull
                    END-IF
                 END-IF
                 READ StoreFile NEXT INTO StoreRecord
                    AT END
                       MOVE 10 TO ws-StoreFile-Status
              END-PERFORM
              CLOSE StoreFile
           END-IF
           OPEN INPUT LoanFile
           IF ws-LoanFile-Status EQUAL 35
              CLOSE LoanFile
           ELSE
              READ LoanFile INTO LoanRecord
              AT END
                 MOVE 10 TO ws-LoanFile-Status
              END-READ
              PERFORM UNTIL ws-LoanFile-Status = 10
                 PERFORM FindLoanPoolMachine
                 IF ws-Pool-Sub GREATER THAN 0
                    MOVE "Y" TO ws-Pool-MachLoaned(ws-Pool-Sub)
                 END-IF
                 READ LoanFile INTO LoanRecord
                    AT END
                       MOVE 10 TO ws-LoanFile-Status
              END-PERFORM
              CLOSE LoanFile
           END-IF.

       FindLoanPoolMachine.
           MOVE 0 TO ws-Pool-Sub
           PERFORM VARYING ws-Pool-Idx FROM 1 BY 1 UNTIL
            ws-Pool-Idx GREATER THAN ws-Pool-MachCount OR
            ws-Pool-Sub GREATER THAN 0
              IF ws-Pool-MachNum(ws-Pool-Idx) EQUAL LoanMachineNum
                 MOVE ws-Pool-Idx TO ws-Pool-Sub
              END-IF
           END-PERFORM.

       BuildLoanPoolEntries.
           PERFORM VARYING ws-Pool-Sub FROM 1 BY 1 UNTIL
            ws-Pool-Sub GREATER THAN ws-Pool-MachCount
              IF ws-Pool-MachSpare(ws-Pool-Sub) EQUAL "Y" OR
               ws-Pool-MachLoaned(ws-Pool-Sub) EQUAL "Y"
                 MOVE ws-Pool-MachSite(ws-Pool-Sub) TO ws-Pool-Key-Site
                 MOVE ws-Pool-MachTyp(ws-Pool-Sub) TO ws-Pool-Key-Typ
                 PERFORM FindLoanPoolEntry
                 IF ws-Pool-Ent GREATER THAN 0
                    ADD 1 TO ws-Pool-Count(ws-Pool-Ent)
                 END-IF
              END-IF
           END-PERFORM.

       FindLoanPoolEntry.
           MOVE 0 TO ws-Pool-Ent
           PERFORM VARYING ws-Pool-Idx FROM 1 BY 1 UNTIL
            ws-Pool-Idx GREATER THAN ws-Pool-EntCount OR
            ws-Pool-Ent GREATER THAN 0
              IF ws-Pool-Site(ws-Pool-Idx) EQUAL ws-Pool-Key-Site AND
               ws-Pool-Typ(ws-Pool-Idx) EQUAL ws-Pool-Key-Typ
                 MOVE ws-Pool-Idx TO ws-Pool-Ent
              END-IF
           END-PERFORM
           IF ws-Pool-Ent EQUAL 0 AND ws-Pool-EntCount LESS THAN 500
              ADD 1 TO ws-Pool-EntCount
              MOVE ws-Pool-EntCount TO ws-Pool-Ent
              MOVE ws-Pool-Key-Site TO ws-Pool-Site(ws-Pool-Ent)
              MOVE ws-Pool-Key-Typ TO ws-Pool-Typ(ws-Pool-Ent)
              MOVE 0 TO ws-Pool-Count(ws-Pool-Ent)
              MOVE 0 TO ws-Pool-UsedDays(ws-Pool-Ent)
              MOVE 0 TO ws-Pool-Returned(ws-Pool-Ent)
              MOVE 0 TO ws-Pool-LenSum(ws-Pool-Ent)
              MOVE 0 TO ws-Pool-Late(ws-Pool-Ent)
              MOVE 0 TO ws-Pool-Refused(ws-Pool-Ent)
           END-IF.

       AccumulateLoanPoolLoans.
           OPEN INPUT LoanFile
           IF ws-LoanFile-Status EQUAL 35
              CLOSE LoanFile
           ELSE
              READ LoanFile INTO LoanRecord
              AT END
                 MOVE 10 TO ws-LoanFile-Status
              END-READ
              PERFORM UNTIL ws-LoanFile-Status = 10
                 PERFORM FindLoanPoolMachine
                 IF ws-Pool-Sub GREATER THAN 0
                    MOVE ws-Pool-MachSite(ws-Pool-Sub) TO
                     ws-Pool-Key-Site
                    MOVE ws-Pool-MachTyp(ws-Pool-Sub) TO
                     ws-Pool-Key-Typ
                    PERFORM FindLoanPoolEntry
                    IF ws-Pool-Ent GREATER THAN 0
                       PERFORM AccumulateOneLoan
                    END-IF
                 END-IF
                 READ LoanFile INTO LoanRecord
                    AT END
                       MOVE 10 TO ws-LoanFile-Status
              END-PERFORM
              CLOSE LoanFile
           END-IF.

       AccumulateOneLoan.
           COMPUTE ws-Pool-StartInt =
            FUNCTION INTEGER-OF-DATE(LoanOutDate)
           IF LoanReturnDate EQUAL 0
              MOVE ws-Pool-TodayInt TO ws-Pool-EndInt
           ELSE
              COMPUTE ws-Pool-EndInt =
               FUNCTION INTEGER-OF-DATE(LoanReturnDate) + 1
           END-IF
           IF ws-Pool-StartInt LESS THAN ws-Pool-FromInt
              MOVE ws-Pool-FromInt TO ws-Pool-StartInt
           END-IF
           IF ws-Pool-EndInt GREATER THAN ws-Pool-NextInt
              MOVE ws-Pool-NextInt TO ws-Pool-EndInt
           END-IF
           IF ws-Pool-EndInt GREATER THAN ws-Pool-StartInt
              COMPUTE ws-Pool-UsedDays(ws-Pool-Ent) =
               ws-Pool-UsedDays(ws-Pool-Ent) + ws-Pool-EndInt -
               ws-Pool-StartInt
           END-IF
           IF LoanReturnDate NOT LESS THAN ws-Pool-FromDate AND
            LoanReturnDate LESS THAN ws-Pool-NextDate
              ADD 1 TO ws-Pool-Returned(ws-Pool-Ent)
              COMPUTE ws-Pool-LenSum(ws-Pool-Ent) =
               ws-Pool-LenSum(ws-Pool-Ent) +
               FUNCTION INTEGER-OF-DATE(LoanReturnDate) -
               FUNCTION INTEGER-OF-DATE(LoanOutDate)
              IF LoanReturnDate GREATER THAN LoanDueDate
                 ADD 1 TO ws-Pool-Late(ws-Pool-Ent)
              END-IF
           END-IF.

       AccumulateRefusedReservations.
           OPEN INPUT ResRefusedFile
           IF ws-ResRefFile-Status EQUAL 35
              CLOSE ResRefusedFile
           ELSE
              READ ResRefusedFile
              AT END
                 MOVE 10 TO ws-ResRefFile-Status
              END-READ
              PERFORM UNTIL ws-ResRefFile-Status = 10
                 IF RefDate NOT LESS THAN ws-Pool-FromDate AND
                  RefDate LESS THAN ws-Pool-NextDate
                    MOVE RefSite TO ws-Pool-Key-Site
                    MOVE RefTyp TO ws-Pool-Key-Typ
                    PERFORM FindLoanPoolEntry
                    IF ws-Pool-Ent GREATER THAN 0
                       ADD 1 TO ws-Pool-Refused(ws-Pool-Ent)
                    END-IF
                 END-IF
                 READ ResRefusedFile
                    AT END
                       MOVE 10 TO ws-ResRefFile-Status
              END-PERFORM
              CLOSE ResRefusedFile
           END-IF.

       PrintLoanPoolLine.
           COMPUTE ws-Pool-Avail = ws-Pool-Count(ws-Pool-Ent) *
            ws-Pool-MonthDays
           MOVE 0 TO ws-Pool-UtilPct
           MOVE 0 TO ws-Pool-AvgLen
           MOVE 0 TO ws-Pool-LatePct
           IF ws-Pool-Avail GREATER THAN 0
              COMPUTE ws-Pool-UtilPct ROUNDED =
               ws-Pool-UsedDays(ws-Pool-Ent) * 100 / ws-Pool-Avail
           END-IF
           IF ws-Pool-Returned(ws-Pool-Ent) GREATER THAN 0
              COMPUTE ws-Pool-AvgLen ROUNDED =
               ws-Pool-LenSum(ws-Pool-Ent) /
               ws-Pool-Returned(ws-Pool-Ent)
              COMPUTE ws-Pool-LatePct ROUNDED =
               ws-Pool-Late(ws-Pool-Ent) * 100 /
               ws-Pool-Returned(ws-Pool-Ent)
           END-IF
           MOVE SPACES TO ws-Pool-Flag
           EVALUATE TRUE
           WHEN ws-Pool-Count(ws-Pool-Ent) EQUAL 0
              MOVE "NO POOL - DEMAND" TO ws-Pool-Flag
           WHEN ws-Pool-UtilPct GREATER THAN ws-Pool-High
              MOVE "POOL TOO SMALL" TO ws-Pool-Flag
           WHEN ws-Pool-UtilPct LESS THAN ws-Pool-Low
              MOVE "POOL TOO LARGE" TO ws-Pool-Flag
           END-EVALUATE
           IF ws-Pool-Flag NOT EQUAL SPACES
              ADD 1 TO ws-Pool-FlagCount
           END-IF
           MOVE ws-Pool-UtilPct TO ws-Pool-UtilDisplay
           MOVE ws-Pool-AvgLen TO ws-Pool-AvgDisplay
           MOVE ws-Pool-LatePct TO ws-Pool-LateDisplay
           MOVE SPACES TO ws-Print-Line
           STRING ws-Pool-Site(ws-Pool-Ent) " "
            ws-Pool-Typ(ws-Pool-Ent) " "
            ws-Pool-Count(ws-Pool-Ent) " "
            ws-Pool-UsedDays(ws-Pool-Ent) " " ws-Pool-Avail " "
            ws-Pool-UtilDisplay " " ws-Pool-AvgDisplay " "
            ws-Pool-LateDisplay " " ws-Pool-Refused(ws-Pool-Ent) " "
            ws-Pool-Flag
            DELIMITED BY SIZE INTO ws-Print-Line
           END-STRING
           PERFORM PrintReportLine.

       PeriodEndAssetRegister.
           DISPLAY "Period-End Fixed Asset Register Roll-Forward"
           MOVE "N" TO ws-Reg-Ok-Flag
           ACCEPT ws-Reg-Today FROM DATE YYYYMMDD
           MOVE ws-Reg-Today TO ws-Reg-DateWork
           COMPUTE ws-Reg-CurPeriod = ws-Reg-DateYear * 100 +
            ws-Reg-DateMonth
           IF ws-Batch-Mode EQUAL "Y"
              IF ws-Reg-DateMonth EQUAL 1
                 COMPUTE ws-Reg-Period = (ws-Reg-DateYear - 1) * 100
                  + 12
              ELSE
                 COMPUTE ws-Reg-Period = ws-Reg-CurPeriod - 1
              END-IF
           ELSE
              DISPLAY "Enter period to close (YYYYMM): "
              ACCEPT ws-Reg-PeriodText
              IF ws-Reg-PeriodText NOT NUMERIC
                 DISPLAY "Invalid period."
                 GO TO DisplayMenu
              END-IF
              MOVE ws-Reg-PeriodText TO ws-Reg-Period
           END-IF
           MOVE ws-Reg-Period TO ws-Reg-PeriodWork
           IF ws-Reg-PerMonth EQUAL 1
              COMPUTE ws-Reg-PrevPeriod = (ws-Reg-PerYear - 1) * 100
               + 12
           ELSE
              COMPUTE ws-Reg-PrevPeriod = ws-Reg-Period - 1
           END-IF
           PERFORM FindLastFrozenPeriod
           EVALUATE TRUE
           WHEN ws-Reg-PerMonth LESS THAN 1 OR
            ws-Reg-PerMonth GREATER THAN 12
              DISPLAY "Invalid period."
           WHEN ws-Reg-Period NOT LESS THAN ws-Reg-CurPeriod
              DISPLAY "Period " ws-Reg-Period " has not ended yet."
           WHEN ws-Reg-Period NOT GREATER THAN ws-Reg-LastFrozen
              DISPLAY "Period " ws-Reg-Period " is already frozen; "
               "refusing to re-close."
           WHEN ws-Reg-LastFrozen NOT EQUAL 0 AND
            ws-Reg-LastFrozen NOT EQUAL ws-Reg-PrevPeriod
              DISPLAY "Previous period " ws-Reg-PrevPeriod
               " is not frozen; close periods in order."
           WHEN OTHER
              MOVE "Y" TO ws-Reg-Ok-Flag
           END-EVALUATE
           IF ws-Reg-Ok-Flag EQUAL "Y"
              PERFORM RunAssetRegisterPeriod
           END-IF
           PERFORM ReturnToMenu.

       RunAssetRegisterPeriod.
           IF ws-Reg-LastFrozen EQUAL 0
              MOVE "Y" TO ws-Reg-FirstRun-Flag
              DISPLAY "No frozen register yet; opening values are reca"
              "lculated for this first period."
           ELSE
              MOVE "N" TO ws-Reg-FirstRun-Flag
           END-IF
           COMPUTE ws-Reg-StartDate = ws-Reg-Period * 100 + 1
           COMPUTE ws-Reg-EndDate = ws-Reg-Period * 100 + 31
           COMPUTE ws-Reg-EndMonths = ws-Reg-PerYear * 12 +
            ws-Reg-PerMonth
           COMPUTE ws-Reg-PrevMonths = ws-Reg-EndMonths - 1
           MOVE 0 TO ws-Reg-MachCount
           MOVE 0 TO ws-Reg-SumCount
           MOVE "N" TO ws-Table-Full-Flag
           PERFORM LoadRegisterPrevious
           PERFORM LoadRegisterStore
           PERFORM LoadRegisterAcquisitions
           PERFORM LoadRegisterDisposals
           PERFORM LoadRegisterLosses
           PERFORM VARYING ws-Reg-Sub FROM 1 BY 1 UNTIL
            ws-Reg-Sub GREATER THAN ws-Reg-MachCount
              IF ws-Reg-MDisp(ws-Reg-Sub) NOT EQUAL "B" OR
               ws-Reg-MInPrev(ws-Reg-Sub) EQUAL "Y"
                 PERFORM RollForwardMachine
              END-IF
           END-PERFORM
           PERFORM SortRegisterSummary
           PERFORM PrintRegisterReport
           IF ws-Batch-Mode EQUAL "Y"
              MOVE "Y" TO ws-Reg-Freeze-Flag
           ELSE
              DISPLAY "Freeze period " ws-Reg-Period "? (Y/N): "
              ACCEPT ws-Reg-Freeze-Flag
              IF ws-Reg-Freeze-Flag EQUAL "y"
                 MOVE "Y" TO ws-Reg-Freeze-Flag
              END-IF
           END-IF
           IF ws-Reg-Freeze-Flag EQUAL "Y"
              PERFORM FreezeRegisterPeriod
              PERFORM WriteRegisterJournal
              DISPLAY "Period " ws-Reg-Period " frozen; journal lines "
               "written to fa_journal.txt: " ws-Reg-JrnCount
           ELSE
              MOVE "N" TO ws-Reg-Ok-Flag
              DISPLAY "Period not frozen; no journal produced."
           END-IF.

       FindLastFrozenPeriod.
           MOVE 0 TO ws-Reg-LastFrozen
           OPEN INPUT RegisterFile
           IF ws-RegFile-Status EQUAL 35
              CLOSE RegisterFile
           ELSE
              READ RegisterFile
              AT END
                 MOVE 10 TO ws-RegFile-Status
              END-READ
              PERFORM UNTIL ws-RegFile-Status = 10
                 IF RegType EQUAL "P" AND
                  RegPeriod GREATER THAN ws-Reg-LastFrozen
                    MOVE RegPeriod TO ws-Reg-LastFrozen
                 END-IF
                 READ RegisterFile
                    AT END
                       MOVE 10 TO ws-RegFile-Status
              END-PERFORM
              CLOSE RegisterFile
           END-IF.

       FindRegisterMachine.
           MOVE 0 TO ws-Reg-Idx
           PERFORM VARYING ws-Reg-Ent2 FROM 1 BY 1 UNTIL
            ws-Reg-Ent2 GREATER THAN ws-Reg-MachCount OR
            ws-Reg-Idx GREATER THAN 0
              IF ws-Reg-MNum(ws-Reg-Ent2) EQUAL ws-Reg-Key-Num
                 MOVE ws-Reg-Ent2 TO ws-Reg-Idx
              END-IF
           END-PERFORM.

       AddRegisterMachine.
           MOVE 0 TO ws-Reg-Idx
           IF ws-Reg-MachCount LESS THAN 5000
              ADD 1 TO ws-Reg-MachCount
              MOVE ws-Reg-MachCount TO ws-Reg-Idx
              MOVE ws-Reg-Key-Num TO ws-Reg-MNum(ws-Reg-Idx)
              MOVE "UNKNOWN" TO ws-Reg-MSite(ws-Reg-Idx)
              MOVE "UNKNOWN" TO ws-Reg-MTyp(ws-Reg-Idx)
              MOVE SPACES TO ws-Reg-MPrevSite(ws-Reg-Idx)
              MOVE SPACES TO ws-Reg-MPrevTyp(ws-Reg-Idx)
              MOVE "N" TO ws-Reg-MInStore(ws-Reg-Idx)
              MOVE "N" TO ws-Reg-MInPrev(ws-Reg-Idx)
              MOVE "N" TO ws-Reg-MHasAcq(ws-Reg-Idx)
              MOVE "N" TO ws-Reg-MDisp(ws-Reg-Idx)
              MOVE 0 TO ws-Reg-MAcqDate(ws-Reg-Idx)
              MOVE 0 TO ws-Reg-MCost(ws-Reg-Idx)
              MOVE 0 TO ws-Reg-MOpening(ws-Reg-Idx)
              MOVE 0 TO ws-Reg-MDispBook(ws-Reg-Idx)
              MOVE 0 TO ws-Reg-MClosing(ws-Reg-Idx)
           ELSE
              PERFORM WarnTableFull
           END-IF.

       LoadRegisterPrevious.
           IF ws-Reg-FirstRun-Flag EQUAL "N"
              OPEN INPUT RegisterFile
              READ RegisterFile
              AT END
                 MOVE 10 TO ws-RegFile-Status
              END-READ
              PERFORM UNTIL ws-RegFile-Status = 10
                 IF RegType EQUAL "M" AND
                  RegPeriod EQUAL ws-Reg-PrevPeriod
                    MOVE RegMachNum TO ws-Reg-Key-Num
                    PERFORM AddRegisterMachine
                    IF ws-Reg-Idx GREATER THAN 0
                       MOVE RegMachSite TO ws-Reg-MSite(ws-Reg-Idx)
                       MOVE RegMachTyp TO ws-Reg-MTyp(ws-Reg-Idx)
                       MOVE RegMachSite TO ws-Reg-MPrevSite(ws-Reg-Idx)
                       MOVE RegMachTyp TO ws-Reg-MPrevTyp(ws-Reg-Idx)
                       MOVE "Y" TO ws-Reg-MInPrev(ws-Reg-Idx)
                       MOVE RegMachClosing TO
                        ws-Reg-MOpening(ws-Reg-Idx)
                    END-IF
                 END-IF
                 READ RegisterFile
                    AT END
                       MOVE 10 TO ws-RegFile-Status
              END-PERFORM
              CLOSE RegisterFile
           END-IF.

       LoadRegisterStore.
           OPEN INPUT StoreFile
           IF ws-StoreFile-Status NOT EQUAL 0
              CLOSE StoreFile
                 MOVE 10 TO ws-StoreFile-Status
              END-READ
              PERFORM UNTIL ws-StoreFile-Status = 10
                 MOVE StoreMachineNum TO ws-Reg-Key-Num
                 PERFORM FindRegisterMachine
                 IF ws-Reg-Idx EQUAL 0
                    PERFORM AddRegisterMachine
                 END-IF
                 IF ws-Reg-Idx GREATER THAN 0
                    MOVE StoreMachineSite TO ws-Reg-MSite(ws-Reg-Idx)
                    MOVE StoreMachineTyp TO ws-Reg-MTyp(ws-Reg-Idx)
                    MOVE "Y" TO ws-Reg-MInStore(ws-Reg-Idx)
                 END-IF
                 READ StoreFile NEXT INTO StoreRecord
                    AT END
              CLOSE StoreFile
           END-IF.

       LoadRegisterAcquisitions.
           OPEN INPUT AcqFile
           IF ws-AcqFile-Status EQUAL 35
              CLOSE AcqFile
           ELSE
              READ AcqFile INTO AcqRecord
              AT END
                 MOVE 10 TO ws-AcqFile-Status
              END-READ
              PERFORM UNTIL ws-AcqFile-Status = 10
                 MOVE AcqMachineNum TO ws-Reg-Key-Num
                 PERFORM FindRegisterMachine
                 IF ws-Reg-Idx EQUAL 0 AND
                  AcqPurchaseDate NOT GREATER THAN ws-Reg-EndDate
                    PERFORM AddRegisterMachine
                 END-IF
                 IF ws-Reg-Idx GREATER THAN 0
                    MOVE "Y" TO ws-Reg-MHasAcq(ws-Reg-Idx)
                    MOVE AcqPurchaseDate TO ws-Reg-MAcqDate(ws-Reg-Idx)
                    MOVE AcqPurchaseCost TO ws-Reg-MCost(ws-Reg-Idx)
                 END-IF
                 READ AcqFile INTO AcqRecord
                    AT END
                       MOVE 10 TO ws-AcqFile-Status
              END-PERFORM
              CLOSE AcqFile
           END-IF.

       LoadRegisterDisposals.
           OPEN INPUT DisposalFile
           IF ws-DispFile-Status EQUAL 35
              CLOSE DisposalFile
           ELSE
              READ DisposalFile INTO DisposalRecord
              AT END
                 MOVE 10 TO ws-DispFile-Status
              END-READ
              PERFORM UNTIL ws-DispFile-Status = 10
                 MOVE DispMachineNum TO ws-Reg-Key-Num
                 PERFORM FindRegisterMachine
                 IF ws-Reg-Idx GREATER THAN 0
                    IF DispDate LESS THAN ws-Reg-StartDate
                       MOVE "B" TO ws-Reg-MDisp(ws-Reg-Idx)
                    END-IF
                    IF DispDate NOT LESS THAN ws-Reg-StartDate AND
                     DispDate NOT GREATER THAN ws-Reg-EndDate
                       MOVE "P" TO ws-Reg-MDisp(ws-Reg-Idx)
                       MOVE DispBookValue TO
                        ws-Reg-MDispBook(ws-Reg-Idx)
                    END-IF
                 END-IF
                 READ DisposalFile INTO DisposalRecord
                    AT END
                       MOVE 10 TO ws-DispFile-Status
              END-PERFORM
              CLOSE DisposalFile
           END-IF.

       LoadRegisterLosses.
           OPEN INPUT LossFile
           IF ws-LossFile-Status EQUAL 35
              CLOSE LossFile
           ELSE
              READ LossFile
              AT END
                 MOVE 10 TO ws-LossFile-Status
              END-READ
              PERFORM UNTIL ws-LossFile-Status = 10
                 MOVE LossMachineNum TO ws-Reg-Key-Num
                 PERFORM FindRegisterMachine
                 IF ws-Reg-Idx GREATER THAN 0
                    PERFORM ApplyRegisterLoss
                 END-IF
                 READ LossFile
                    AT END
                       MOVE 10 TO ws-LossFile-Status
              END-PERFORM
              CLOSE LossFile
           END-IF.

       ApplyRegisterLoss.
           IF LossStatus EQUAL "R"
              MOVE LossRecoveredDate TO ws-Reg-RecovDate
           ELSE
              MOVE 99999999 TO ws-Reg-RecovDate
           END-IF
           EVALUATE TRUE
           WHEN ws-Reg-MDisp(ws-Reg-Idx) EQUAL "B" OR
            ws-Reg-MDisp(ws-Reg-Idx) EQUAL "P"
              CONTINUE
           WHEN LossReportedDate GREATER THAN ws-Reg-EndDate
              CONTINUE
           WHEN ws-Reg-RecovDate LESS THAN ws-Reg-StartDate
              CONTINUE
           WHEN LossReportedDate NOT LESS THAN ws-Reg-StartDate
              IF ws-Reg-RecovDate GREATER THAN ws-Reg-EndDate
                 MOVE "P" TO ws-Reg-MDisp(ws-Reg-Idx)
                 MOVE LossBookValue TO ws-Reg-MDispBook(ws-Reg-Idx)
              END-IF
           WHEN ws-Reg-RecovDate NOT GREATER THAN ws-Reg-EndDate
              IF ws-Reg-MInPrev(ws-Reg-Idx) EQUAL "N"
                 MOVE "R" TO ws-Reg-MDisp(ws-Reg-Idx)
              END-IF
           WHEN ws-Reg-MInPrev(ws-Reg-Idx) EQUAL "Y"
              MOVE "P" TO ws-Reg-MDisp(ws-Reg-Idx)
              MOVE LossBookValue TO ws-Reg-MDispBook(ws-Reg-Idx)
           WHEN OTHER
              MOVE "B" TO ws-Reg-MDisp(ws-Reg-Idx)
           END-EVALUATE.

       ComputeRegisterNbv.
           IF ws-Reg-AsOfMonths GREATER THAN ws-Reg-PurchMonths
              COMPUTE ws-Reg-Held = ws-Reg-AsOfMonths -
               ws-Reg-PurchMonths
           ELSE
              MOVE 0 TO ws-Reg-Held
           END-IF
           IF ws-Reg-Held GREATER THAN 60
              MOVE 60 TO ws-Reg-Held
           END-IF
           COMPUTE ws-Reg-Nbv = ws-Reg-Cost -
            (ws-Reg-Cost * ws-Reg-Held / 60).

       RollForwardMachine.
           MOVE 0 TO ws-Reg-NbvPrev
           MOVE 0 TO ws-Reg-NbvEnd
           MOVE 0 TO ws-Reg-Add
           MOVE 0 TO ws-Reg-Dep
           MOVE 0 TO ws-Reg-Base
           IF ws-Reg-MHasAcq(ws-Reg-Sub) EQUAL "Y" AND
            ws-Reg-MAcqDate(ws-Reg-Sub) NOT GREATER THAN
            ws-Reg-EndDate
              MOVE ws-Reg-MCost(ws-Reg-Sub) TO ws-Reg-Cost
              MOVE ws-Reg-MAcqDate(ws-Reg-Sub) TO ws-Reg-DateWork
              COMPUTE ws-Reg-PurchMonths = ws-Reg-DateYear * 12 +
               ws-Reg-DateMonth
              IF ws-Reg-MAcqDate(ws-Reg-Sub) LESS THAN
               ws-Reg-StartDate
                 MOVE ws-Reg-PrevMonths TO ws-Reg-AsOfMonths
                 PERFORM ComputeRegisterNbv
                 MOVE ws-Reg-Nbv TO ws-Reg-NbvPrev
                 MOVE ws-Reg-NbvPrev TO ws-Reg-Base
                 IF ws-Reg-MDisp(ws-Reg-Sub) EQUAL "R"
                    MOVE ws-Reg-NbvPrev TO ws-Reg-Add
                 END-IF
              ELSE
                 MOVE ws-Reg-Cost TO ws-Reg-Add
                 MOVE ws-Reg-Cost TO ws-Reg-Base
              END-IF
              MOVE ws-Reg-EndMonths TO ws-Reg-AsOfMonths
              PERFORM ComputeRegisterNbv
              MOVE ws-Reg-Nbv TO ws-Reg-NbvEnd
           END-IF
           IF ws-Reg-FirstRun-Flag EQUAL "Y" AND
            ws-Reg-MDisp(ws-Reg-Sub) NOT EQUAL "B" AND
            ws-Reg-MDisp(ws-Reg-Sub) NOT EQUAL "R"
              MOVE ws-Reg-NbvPrev TO ws-Reg-MOpening(ws-Reg-Sub)
           END-IF
           EVALUATE TRUE
           WHEN ws-Reg-MDisp(ws-Reg-Sub) EQUAL "P"
              COMPUTE ws-Reg-Dep = ws-Reg-Base -
               ws-Reg-MDispBook(ws-Reg-Sub)
              IF ws-Reg-Dep LESS THAN 0
                 MOVE 0 TO ws-Reg-Dep
              END-IF
              MOVE 0 TO ws-Reg-MClosing(ws-Reg-Sub)
           WHEN ws-Reg-MDisp(ws-Reg-Sub) EQUAL "B" OR
            ws-Reg-MInStore(ws-Reg-Sub) EQUAL "N"
              MOVE 0 TO ws-Reg-Add
              MOVE 0 TO ws-Reg-MClosing(ws-Reg-Sub)
           WHEN OTHER
              COMPUTE ws-Reg-Dep = ws-Reg-Base - ws-Reg-NbvEnd
              MOVE ws-Reg-NbvEnd TO ws-Reg-MClosing(ws-Reg-Sub)
           END-EVALUATE
           IF ws-Reg-MInPrev(ws-Reg-Sub) EQUAL "Y" AND
            (ws-Reg-MPrevSite(ws-Reg-Sub) NOT EQUAL
            ws-Reg-MSite(ws-Reg-Sub) OR
            ws-Reg-MPrevTyp(ws-Reg-Sub) NOT EQUAL
            ws-Reg-MTyp(ws-Reg-Sub))
              MOVE ws-Reg-MPrevSite(ws-Reg-Sub) TO ws-Reg-Key-Site
              MOVE ws-Reg-MPrevTyp(ws-Reg-Sub) TO ws-Reg-Key-Typ
              PERFORM FindRegisterSummary
              IF ws-Reg-Ent GREATER THAN 0
                 ADD ws-Reg-MOpening(ws-Reg-Sub) TO
                  ws-Reg-SOpening(ws-Reg-Ent)
                 ADD ws-Reg-MOpening(ws-Reg-Sub) TO
                  ws-Reg-SXferOut(ws-Reg-Ent)
              END-IF
              MOVE ws-Reg-MSite(ws-Reg-Sub) TO ws-Reg-Key-Site
              MOVE ws-Reg-MTyp(ws-Reg-Sub) TO ws-Reg-Key-Typ
              PERFORM FindRegisterSummary
              IF ws-Reg-Ent GREATER THAN 0
                 ADD ws-Reg-MOpening(ws-Reg-Sub) TO
                  ws-Reg-SXferIn(ws-Reg-Ent)
              END-IF
           ELSE
              MOVE ws-Reg-MSite(ws-Reg-Sub) TO ws-Reg-Key-Site
              MOVE ws-Reg-MTyp(ws-Reg-Sub) TO ws-Reg-Key-Typ
              PERFORM FindRegisterSummary
              IF ws-Reg-Ent GREATER THAN 0
                 ADD ws-Reg-MOpening(ws-Reg-Sub) TO
                  ws-Reg-SOpening(ws-Reg-Ent)
              END-IF
           END-IF
           IF ws-Reg-Ent GREATER THAN 0
              ADD ws-Reg-Add TO ws-Reg-SAdditions(ws-Reg-Ent)
              IF ws-Reg-MDisp(ws-Reg-Sub) EQUAL "P"
                 ADD ws-Reg-MDispBook(ws-Reg-Sub) TO
                  ws-Reg-SDisposals(ws-Reg-Ent)
              END-IF
              ADD ws-Reg-Dep TO ws-Reg-SDepn(ws-Reg-Ent)
              ADD ws-Reg-MClosing(ws-Reg-Sub) TO
               ws-Reg-SClosing(ws-Reg-Ent)
           END-IF.

       FindRegisterSummary.
           MOVE 0 TO ws-Reg-Ent
           PERFORM VARYING ws-Reg-Ent2 FROM 1 BY 1 UNTIL
            ws-Reg-Ent2 GREATER THAN ws-Reg-SumCount OR
            ws-Reg-Ent GREATER THAN 0
              IF ws-Reg-SSite(ws-Reg-Ent2) EQUAL ws-Reg-Key-Site AND
               ws-Reg-STyp(ws-Reg-Ent2) EQUAL ws-Reg-Key-Typ
                 MOVE ws-Reg-Ent2 TO ws-Reg-Ent
              END-IF
           END-PERFORM
           IF ws-Reg-Ent EQUAL 0 AND ws-Reg-SumCount LESS THAN 500
              ADD 1 TO ws-Reg-SumCount
              MOVE ws-Reg-SumCount TO ws-Reg-Ent
              MOVE ws-Reg-Key-Site TO ws-Reg-SSite(ws-Reg-Ent)
              MOVE ws-Reg-Key-Typ TO ws-Reg-STyp(ws-Reg-Ent)
              MOVE 0 TO ws-Reg-SOpening(ws-Reg-Ent)
              MOVE 0 TO ws-Reg-SAdditions(ws-Reg-Ent)
              MOVE 0 TO ws-Reg-SDisposals(ws-Reg-Ent)
              MOVE 0 TO ws-Reg-SDepn(ws-Reg-Ent)
              MOVE 0 TO ws-Reg-SXferIn(ws-Reg-Ent)
              MOVE 0 TO ws-Reg-SXferOut(ws-Reg-Ent)
              MOVE 0 TO ws-Reg-SClosing(ws-Reg-Ent)
           END-IF.

       SortRegisterSummary.
           PERFORM VARYING ws-Reg-Ent FROM 1 BY 1 UNTIL
            ws-Reg-Ent NOT LESS THAN ws-Reg-SumCount
              PERFORM VARYING ws-Reg-Ent2 FROM 1 BY 1 UNTIL
               ws-Reg-Ent2 NOT LESS THAN ws-Reg-SumCount
                 IF ws-Reg-SumEntry(ws-Reg-Ent2) GREATER THAN
                  ws-Reg-SumEntry(ws-Reg-Ent2 + 1)
                    MOVE ws-Reg-SumEntry(ws-Reg-Ent2) TO
                     ws-Reg-SumSwap
                    MOVE ws-Reg-SumEntry(ws-Reg-Ent2 + 1) TO
                     ws-Reg-SumEntry(ws-Reg-Ent2)
                    MOVE ws-Reg-SumSwap TO
                     ws-Reg-SumEntry(ws-Reg-Ent2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

       PrintRegisterReport.
           MOVE 0 TO ws-Reg-OobCount
           INITIALIZE ws-Reg-Grand-Tot
           MOVE "rpt_faregister.txt" TO ws-Print-FileName
           MOVE SPACES TO ws-Print-Title
           STRING "ASSET REGISTER ROLL-FORWARD " ws-Reg-Period
            DELIMITED BY SIZE INTO ws-Print-Title
           END-STRING
           MOVE SPACES TO ws-Print-ColHead
           STRING "SITE / TYPE / OPENING / ADDITIONS / DISPOSALS / DEPR"
            "ECIATION / TRANSFER IN / TRANSFER OUT / CLOSING / FLAG"
            DELIMITED BY SIZE INTO ws-Print-ColHead
           END-STRING
           PERFORM StartReportSpool
           MOVE SPACES TO ws-Reg-CurSite
           INITIALIZE ws-Reg-Site-Tot
           PERFORM VARYING ws-Reg-Ent FROM 1 BY 1 UNTIL
            ws-Reg-Ent GREATER THAN ws-Reg-SumCount
              IF ws-Reg-SSite(ws-Reg-Ent) NOT EQUAL ws-Reg-CurSite
                 IF ws-Reg-Ent GREATER THAN 1
                    PERFORM PrintRegisterSiteTotal
                 END-IF
                 MOVE ws-Reg-SSite(ws-Reg-Ent) TO ws-Reg-CurSite
                 INITIALIZE ws-Reg-Site-Tot
              END-IF
              ADD ws-Reg-SOpening(ws-Reg-Ent) TO ws-Reg-TOpening
              ADD ws-Reg-SAdditions(ws-Reg-Ent) TO ws-Reg-TAdditions
              ADD ws-Reg-SDisposals(ws-Reg-Ent) TO ws-Reg-TDisposals
              ADD ws-Reg-SDepn(ws-Reg-Ent) TO ws-Reg-TDepn
              ADD ws-Reg-SXferIn(ws-Reg-Ent) TO ws-Reg-TXferIn
              ADD ws-Reg-SXferOut(ws-Reg-Ent) TO ws-Reg-TXferOut
              ADD ws-Reg-SClosing(ws-Reg-Ent) TO ws-Reg-TClosing
              MOVE ws-Reg-SOpening(ws-Reg-Ent) TO ws-Reg-D1
              MOVE ws-Reg-SAdditions(ws-Reg-Ent) TO ws-Reg-D2
              MOVE ws-Reg-SDisposals(ws-Reg-Ent) TO ws-Reg-D3
              MOVE ws-Reg-SDepn(ws-Reg-Ent) TO ws-Reg-D4
              MOVE ws-Reg-SXferIn(ws-Reg-Ent) TO ws-Reg-D5
              MOVE ws-Reg-SXferOut(ws-Reg-Ent) TO ws-Reg-D6
              MOVE ws-Reg-SClosing(ws-Reg-Ent) TO ws-Reg-D7
              MOVE SPACES TO ws-Print-Line
              STRING ws-Reg-SSite(ws-Reg-Ent) " "
               ws-Reg-STyp(ws-Reg-Ent) " " ws-Reg-D1 " " ws-Reg-D2
               " " ws-Reg-D3 " " ws-Reg-D4 " " ws-Reg-D5 " "
               ws-Reg-D6 " " ws-Reg-D7
               DELIMITED BY SIZE INTO ws-Print-Line
              END-STRING
              PERFORM PrintReportLine
           END-PERFORM
           IF ws-Reg-SumCount GREATER THAN 0
              PERFORM PrintRegisterSiteTotal
           END-IF
           MOVE ws-Reg-GOpening TO ws-Reg-D1
           MOVE ws-Reg-GClosing TO ws-Reg-D7
           MOVE SPACES TO ws-Print-TotalText
           STRING "OPENING " ws-Reg-D1 " CLOSING " ws-Reg-D7
            " SITES OUT OF BALANCE " ws-Reg-OobCount
            DELIMITED BY SIZE INTO ws-Print-TotalText
           END-STRING
           PERFORM EndReportSpool.

       PrintRegisterSiteTotal.
           COMPUTE ws-Reg-Diff = ws-Reg-TOpening + ws-Reg-TAdditions
            - ws-Reg-TDisposals - ws-Reg-TDepn + ws-Reg-TXferIn
            - ws-Reg-TXferOut - ws-Reg-TClosing
           MOVE SPACES TO ws-Reg-Flag
           IF ws-Reg-Diff NOT EQUAL 0
              MOVE "OUT OF BALANCE" TO ws-Reg-Flag
              ADD 1 TO ws-Reg-OobCount
           END-IF
           ADD ws-Reg-TOpening TO ws-Reg-GOpening
           ADD ws-Reg-TAdditions TO ws-Reg-GAdditions
           ADD ws-Reg-TDisposals TO ws-Reg-GDisposals
           ADD ws-Reg-TDepn TO ws-Reg-GDepn
           ADD ws-Reg-TXferIn TO ws-Reg-GXferIn
           ADD ws-Reg-TXferOut TO ws-Reg-GXferOut
           ADD ws-Reg-TClosing TO ws-Reg-GClosing
           MOVE ws-Reg-TOpening TO ws-Reg-D1
           MOVE ws-Reg-TAdditions TO ws-Reg-D2
           MOVE ws-Reg-TDisposals TO ws-Reg-D3
           MOVE ws-Reg-TDepn TO ws-Reg-D4
           MOVE ws-Reg-TXferIn TO ws-Reg-D5
           MOVE ws-Reg-TXferOut TO ws-Reg-D6
           MOVE ws-Reg-TClosing TO ws-Reg-D7
           MOVE SPACES TO ws-Print-Line
           STRING ws-Reg-CurSite " TOTAL      " ws-Reg-D1 " "
            ws-Reg-D2 " " ws-Reg-D3 " " ws-Reg-D4 " " ws-Reg-D5 " "
            ws-Reg-D6 " " ws-Reg-D7 " " ws-Reg-Flag
            DELIMITED BY SIZE INTO ws-Print-Line
           END-STRING
           PERFORM PrintReportLine
           IF ws-Reg-Diff NOT EQUAL 0
              MOVE ws-Reg-Diff TO ws-Reg-DiffDisplay
              MOVE SPACES TO ws-Print-Line
              STRING "  Difference for site " ws-Reg-CurSite ": "
               ws-Reg-DiffDisplay
               DELIMITED BY SIZE INTO ws-Print-Line
              END-STRING
              PERFORM PrintReportLine
           END-IF
           MOVE SPACES TO ws-Print-Line
           PERFORM PrintReportLine.

       FreezeRegisterPeriod.
           OPEN EXTEND RegisterFile
           IF ws-RegFile-Status EQUAL 35
              OPEN OUTPUT RegisterFile
           END-IF
           PERFORM VARYING ws-Reg-Sub FROM 1 BY 1 UNTIL
            ws-Reg-Sub GREATER THAN ws-Reg-MachCount
              IF ws-Reg-MInStore(ws-Reg-Sub) EQUAL "Y" AND
               (ws-Reg-MDisp(ws-Reg-Sub) EQUAL "N" OR
               ws-Reg-MDisp(ws-Reg-Sub) EQUAL "R")
                 MOVE SPACES TO RegisterRecord
                 MOVE ws-Reg-Period TO RegPeriod
                 MOVE "M" TO RegType
                 MOVE ws-Reg-MNum(ws-Reg-Sub) TO RegMachNum
                 MOVE ws-Reg-MSite(ws-Reg-Sub) TO RegMachSite
                 MOVE ws-Reg-MTyp(ws-Reg-Sub) TO RegMachTyp
                 MOVE ws-Reg-MClosing(ws-Reg-Sub) TO RegMachClosing
                 WRITE RegisterRecord
              END-IF
           END-PERFORM
           PERFORM VARYING ws-Reg-Ent FROM 1 BY 1 UNTIL
            ws-Reg-Ent GREATER THAN ws-Reg-SumCount
              MOVE SPACES TO RegisterRecord
              MOVE ws-Reg-Period TO RegPeriod
              MOVE "S" TO RegType
              MOVE ws-Reg-SSite(ws-Reg-Ent) TO RegSumSite
              MOVE ws-Reg-STyp(ws-Reg-Ent) TO RegSumTyp
              MOVE ws-Reg-SOpening(ws-Reg-Ent) TO RegSumOpening
              MOVE ws-Reg-SAdditions(ws-Reg-Ent) TO RegSumAdditions
              MOVE ws-Reg-SDisposals(ws-Reg-Ent) TO RegSumDisposals
              MOVE ws-Reg-SDepn(ws-Reg-Ent) TO RegSumDepn
              MOVE ws-Reg-SXferIn(ws-Reg-Ent) TO RegSumXferIn
              MOVE ws-Reg-SXferOut(ws-Reg-Ent) TO RegSumXferOut
              MOVE ws-Reg-SClosing(ws-Reg-Ent) TO RegSumClosing
              WRITE RegisterRecord
           END-PERFORM
           MOVE SPACES TO RegisterRecord
           MOVE ws-Reg-Period TO RegPeriod
           MOVE "P" TO RegType
           MOVE ws-Reg-Today TO RegHdrFrozenDate
           MOVE ws-Operator-Id TO RegHdrOperator
           MOVE ws-Reg-GClosing TO RegHdrClosing
           WRITE RegisterRecord
           CLOSE RegisterFile
           MOVE "FAREGISTER" TO ws-Audit-Action
           MOVE 0 TO ws-Audit-MachineNum
           MOVE SPACES TO ws-Audit-NewSpec
           STRING "PERIOD " ws-Reg-Period " FROZEN OUT OF BALANCE "
            ws-Reg-OobCount
            DELIMITED BY SIZE INTO ws-Audit-NewSpec
           END-STRING
           MOVE SPACES TO ws-Audit-Username
           MOVE SPACES TO ws-Audit-OldTyp
           MOVE SPACES TO ws-Audit-OldManu
           MOVE SPACES TO ws-Audit-OldUsername
           MOVE SPACES TO ws-Audit-OldSpec
           MOVE SPACES TO ws-Audit-NewTyp
           MOVE SPACES TO ws-Audit-NewManu
           MOVE SPACES TO ws-Audit-NewUsername
           MOVE SPACES TO ws-Audit-OldSite
           MOVE SPACES TO ws-Audit-NewSite
           PERFORM WriteAuditRecord.

       WriteRegisterJournal.
           MOVE 0 TO ws-Reg-JrnCount
           PERFORM LoadSiteTable
           OPEN OUTPUT JournalFile
           PERFORM VARYING ws-Reg-Ent FROM 1 BY 1 UNTIL
            ws-Reg-Ent GREATER THAN ws-Reg-SumCount
              MOVE SPACES TO ws-Reg-CostCentre
              PERFORM VARYING ws-Site-TabIdx FROM 1 BY 1 UNTIL
               ws-Site-TabIdx GREATER THAN ws-Site-TabCount
                 IF ws-Site-TabCode(ws-Site-TabIdx) EQUAL
                  ws-Reg-SSite(ws-Reg-Ent)
                    MOVE ws-Site-TabCostCentre(ws-Site-TabIdx) TO
                     ws-Reg-CostCentre
                 END-IF
              END-PERFORM
              MOVE ws-Reg-SAdditions(ws-Reg-Ent) TO ws-Reg-JrnAmount
              MOVE "FA-COST" TO ws-Reg-JrnDrAcct
              MOVE "AP-CLEAR" TO ws-Reg-JrnCrAcct
              MOVE "ASSET ADDITIONS" TO ws-Reg-JrnText
              PERFORM WriteJournalPair
              MOVE ws-Reg-SDepn(ws-Reg-Ent) TO ws-Reg-JrnAmount
              MOVE "DEPN-EXP" TO ws-Reg-JrnDrAcct
              MOVE "FA-ACCDEP" TO ws-Reg-JrnCrAcct
              MOVE "DEPRECIATION FOR PERIOD" TO ws-Reg-JrnText
              PERFORM WriteJournalPair
              MOVE ws-Reg-SDisposals(ws-Reg-Ent) TO ws-Reg-JrnAmount
              MOVE "DISP-NBV" TO ws-Reg-JrnDrAcct
              MOVE "FA-COST" TO ws-Reg-JrnCrAcct
              MOVE "DISPOSALS AT BOOK VALUE" TO ws-Reg-JrnText
              PERFORM WriteJournalPair
              MOVE ws-Reg-SXferIn(ws-Reg-Ent) TO ws-Reg-JrnAmount
              MOVE "FA-COST" TO ws-Reg-JrnDrAcct
              MOVE "FA-XFER" TO ws-Reg-JrnCrAcct
              MOVE "TRANSFERS IN" TO ws-Reg-JrnText
              PERFORM WriteJournalPair
              MOVE ws-Reg-SXferOut(ws-Reg-Ent) TO ws-Reg-JrnAmount
              MOVE "FA-XFER" TO ws-Reg-JrnDrAcct
              MOVE "FA-COST" TO ws-Reg-JrnCrAcct
              MOVE "TRANSFERS OUT" TO ws-Reg-JrnText
              PERFORM WriteJournalPair
           END-PERFORM
           CLOSE JournalFile.

       WriteJournalPair.
           IF ws-Reg-JrnAmount GREATER THAN 0
              MOVE ws-Reg-Period TO JrnPeriod
              MOVE ws-Reg-SSite(ws-Reg-Ent) TO JrnSite
              MOVE ws-Reg-CostCentre TO JrnCostCentre
              MOVE ws-Reg-STyp(ws-Reg-Ent) TO JrnTyp
              MOVE ws-Reg-JrnAmount TO JrnAmount
              MOVE ws-Reg-JrnText TO JrnText
              MOVE ws-Reg-JrnDrAcct TO JrnAccount
              MOVE "DR" TO JrnDrCr
              WRITE JournalRecord
              MOVE ws-Reg-JrnCrAcct TO JrnAccount
              MOVE "CR" TO JrnDrCr
              WRITE JournalRecord
              ADD 2 TO ws-Reg-JrnCount
           END-IF.

       RetentionPurge.
           DISPLAY "Purge Disposed Machines to History Archive"
           MOVE 0 TO ws-Purge-Eligible
           MOVE 0 TO ws-Purge-Blocked
           MOVE 0 TO ws-Purge-MovedTotal
           MOVE 0 TO ws-Purge-FileCount
           MOVE "N" TO ws-Purge-Done-Flag
           ACCEPT ws-Purge-Today FROM DATE YYYYMMDD
           IF ws-Batch-Mode EQUAL "Y"
              MOVE 7 TO ws-Purge-Years
           ELSE
              DISPLAY "Enter retention in years after disposal: "
              ACCEPT ws-Purge-YearsText
              IF FUNCTION TRIM(ws-Purge-YearsText) IS NOT NUMERIC
                 DISPLAY "Invalid retention period."
                 GO TO DisplayMenu
              END-IF
              COMPUTE ws-Purge-Years =
               FUNCTION NUMVAL(ws-Purge-YearsText)
              IF ws-Purge-Years LESS THAN 1
                 DISPLAY "Retention must be at least one year."
                 GO TO DisplayMenu
              END-IF
           END-IF
           COMPUTE ws-Purge-Cutoff = ws-Purge-Today -
            (ws-Purge-Years * 10000)
           DISPLAY "Machines disposed before " ws-Purge-Cutoff
            " are eligible."
           PERFORM LoadPurgeCandidates
           PERFORM MarkPurgeBlockers
           PERFORM VARYING ws-Purge-Sub FROM 1 BY 1 UNTIL
            ws-Purge-Sub GREATER THAN ws-Purge-Count
              IF ws-Purge-Block(ws-Purge-Sub) EQUAL SPACE
                 ADD 1 TO ws-Purge-Eligible
              ELSE
                 ADD 1 TO ws-Purge-Blocked
              END-IF
           END-PERFORM
           DISPLAY "Eligible for purge: " ws-Purge-Eligible
            " Held back: " ws-Purge-Blocked
           IF ws-Purge-Eligible GREATER THAN 0
              IF ws-Batch-Mode EQUAL "Y"
                 MOVE "Y" TO ws-Purge-Confirm
              ELSE
                 DISPLAY "Purge these machines now? (Y/N): "
                 ACCEPT ws-Purge-Confirm
              END-IF
              IF ws-Purge-Confirm EQUAL "Y" OR
               ws-Purge-Confirm EQUAL "y"
                 PERFORM ExecuteRetentionPurge
              ELSE
                 MOVE 0 TO ws-Purge-Eligible
                 DISPLAY "Purge cancelled; no files changed."
              END-IF
           END-IF
           PERFORM PrintPurgeSummary
           PERFORM ReturnToMenu.

       LoadPurgeCandidates.
           MOVE 0 TO ws-Purge-Count
           MOVE "N" TO ws-Table-Full-Flag
           OPEN INPUT DisposalFile
           IF ws-DispFile-Status EQUAL 35
              CLOSE DisposalFile
           ELSE
              READ DisposalFile INTO DisposalRecord
              AT END
                 MOVE 10 TO ws-DispFile-Status
              END-READ
              PERFORM UNTIL ws-DispFile-Status = 10
                 IF DispDate LESS THAN ws-Purge-Cutoff
                    IF ws-Purge-Count LESS THAN 5000
                       ADD 1 TO ws-Purge-Count
                       MOVE DispMachineNum TO
                        ws-Purge-Num(ws-Purge-Count)
                       MOVE DispDate TO
                        ws-Purge-DispDate(ws-Purge-Count)
                       MOVE SPACE TO ws-Purge-Block(ws-Purge-Count)
                       MOVE SPACES TO ws-Purge-Serial(ws-Purge-Count)
                       MOVE SPACES TO ws-Purge-Tag(ws-Purge-Count)
                    ELSE
                       PERFORM WarnTableFull
                    END-IF
                 END-IF
                 READ DisposalFile INTO DisposalRecord
                    AT END
                       MOVE 10 TO ws-DispFile-Status
              END-PERFORM
              CLOSE DisposalFile
           END-IF.

       FindPurgeMachine.
           MOVE 0 TO ws-Purge-Idx
           PERFORM VARYING ws-Purge-Sub FROM 1 BY 1 UNTIL
            ws-Purge-Sub GREATER THAN ws-Purge-Count OR
            ws-Purge-Idx GREATER THAN 0
              IF ws-Purge-Num(ws-Purge-Sub) EQUAL ws-Purge-Key
                 MOVE ws-Purge-Sub TO ws-Purge-Idx
              END-IF
           END-PERFORM.

       MarkPurgeBlockers.
           OPEN INPUT LoanFile
           IF ws-LoanFile-Status EQUAL 35
              CLOSE LoanFile
           ELSE
              READ LoanFile INTO LoanRecord
              AT END
                 MOVE 10 TO ws-LoanFile-Status
              END-READ
              PERFORM UNTIL ws-LoanFile-Status = 10
                 IF LoanReturnDate EQUAL 0
                    MOVE LoanMachineNum TO ws-Purge-Key
                    PERFORM FindPurgeMachine
                    IF ws-Purge-Idx GREATER THAN 0
                       MOVE "L" TO ws-Purge-Block(ws-Purge-Idx)
                    END-IF
                 END-IF
                 READ LoanFile INTO LoanRecord
                    AT END
                       MOVE 10 TO ws-LoanFile-Status
              END-PERFORM
              CLOSE LoanFile
           END-IF
           OPEN INPUT WorkOrderFile
           IF ws-WorkFile-Status EQUAL 35
              CLOSE WorkOrderFile
           ELSE
              READ WorkOrderFile INTO WorkOrderRecord
              AT END
                 MOVE 10 TO ws-WorkFile-Status
              END-READ
              PERFORM UNTIL ws-WorkFile-Status = 10
                 IF WorkCloseDate EQUAL 0
                    MOVE WorkMachineNum TO ws-Purge-Key
                    PERFORM FindPurgeMachine
                    IF ws-Purge-Idx GREATER THAN 0
                       MOVE "W" TO ws-Purge-Block(ws-Purge-Idx)
                    END-IF
                 END-IF
                 READ WorkOrderFile INTO WorkOrderRecord
                    AT END
                       MOVE 10 TO ws-WorkFile-Status
              END-PERFORM
              CLOSE WorkOrderFile
           END-IF
           OPEN INPUT FinRejFile
           IF ws-FinRej-Status EQUAL 35
              CLOSE FinRejFile
           ELSE
              READ FinRejFile INTO FinRejRecord
              AT END
                 MOVE 10 TO ws-FinRej-Status
              END-READ
              PERFORM UNTIL ws-FinRej-Status = 10
                 MOVE FinRejMachineNum TO ws-Purge-Key
                 PERFORM FindPurgeMachine
                 IF ws-Purge-Idx GREATER THAN 0
                    MOVE "F" TO ws-Purge-Block(ws-Purge-Idx)
                 END-IF
                 READ FinRejFile INTO FinRejRecord
                    AT END
                       MOVE 10 TO ws-FinRej-Status
              END-PERFORM
              CLOSE FinRejFile
           END-IF
           OPEN INPUT XrefFile
           IF ws-XrefFile-Status EQUAL 35
              CLOSE XrefFile
           ELSE
              READ XrefFile INTO XrefRecord
              AT END
                 MOVE 10 TO ws-XrefFile-Status
              END-READ
              PERFORM UNTIL ws-XrefFile-Status = 10
                 MOVE XrefMachineNum TO ws-Purge-Key
                 PERFORM FindPurgeMachine
                 IF ws-Purge-Idx GREATER THAN 0
                    MOVE XrefSerial TO ws-Purge-Serial(ws-Purge-Idx)
                    MOVE XrefAssetTag TO ws-Purge-Tag(ws-Purge-Idx)
                 END-IF
                 READ XrefFile INTO XrefRecord
                    AT END
                       MOVE 10 TO ws-XrefFile-Status
              END-PERFORM
              CLOSE XrefFile
           END-IF.

       ExecuteRetentionPurge.
           PERFORM TakeGenerationBackup
           MOVE SPACES TO ws-Hist-FileName
           STRING "machhist_" ws-Purge-Today ".txt"
            DELIMITED BY SIZE INTO ws-Hist-FileName
           END-STRING
           OPEN EXTEND MachHistFile
           IF ws-Hist-Status EQUAL 35
              OPEN OUTPUT MachHistFile
           END-IF
           MOVE "machines" TO ws-Gen-Base
           PERFORM PurgeOneFile
           PERFORM PurgeStoreRecords
           MOVE "loans" TO ws-Gen-Base
           PERFORM RotateAndPurgeFile
           MOVE "workorders" TO ws-Gen-Base
           PERFORM RotateAndPurgeFile
           MOVE "acquisitions" TO ws-Gen-Base
           PERFORM RotateAndPurgeFile
           MOVE "xref" TO ws-Gen-Base
           PERFORM RotateAndPurgeFile
           MOVE "peripherals" TO ws-Gen-Base
           PERFORM RotateAndPurgeFile
           MOVE "noticelog" TO ws-Gen-Base
           PERFORM RotateAndPurgeFile
           MOVE "reservations" TO ws-Gen-Base
           PERFORM RotateAndPurgeFile
           MOVE "disposals" TO ws-Gen-Base
           PERFORM RotateAndPurgeFile
           MOVE "installs" TO ws-Gen-Base
           PERFORM RotateAndPurgeFile
           MOVE 7 TO ws-Purge-KeyPos
           MOVE "warrantyclaims" TO ws-Gen-Base
           PERFORM RotateAndPurgeFile
           MOVE "lossincidents" TO ws-Gen-Base
           PERFORM RotateAndPurgeFile
           MOVE 30 TO ws-Purge-KeyPos
           MOVE "recovery" TO ws-Gen-Base
           PERFORM RotateAndPurgeFile
           MOVE 1 TO ws-Purge-KeyPos
           CLOSE MachHistFile
           PERFORM WritePurgeIndex
           MOVE "Y" TO ws-Purge-Done-Flag
           DISPLAY "Machines purged: " ws-Purge-Eligible
            " Records archived: " ws-Purge-MovedTotal
           DISPLAY "History archive: " ws-Hist-FileName.

       RotateAndPurgeFile.
           PERFORM RotateFileGenerations
           PERFORM PurgeOneFile.

       PurgeOneFile.
           ADD 1 TO ws-Purge-FileCount
           MOVE ws-Purge-FileCount TO ws-Purge-FileIdx
           MOVE ws-Gen-Base TO ws-Purge-FileName(ws-Purge-FileIdx)
           MOVE 0 TO ws-Purge-FileMoved(ws-Purge-FileIdx)
           MOVE 0 TO ws-Purge-FileKept(ws-Purge-FileIdx)
           MOVE SPACES TO ws-GenIn-FileName
           MOVE SPACES TO ws-GenOut-FileName
           STRING ws-Gen-Base DELIMITED BY SPACE
            ".txt" DELIMITED BY SIZE INTO ws-GenIn-FileName
           END-STRING
           STRING ws-Gen-Base DELIMITED BY SPACE
            "_purge.tmp" DELIMITED BY SIZE INTO ws-GenOut-FileName
           END-STRING
           OPEN INPUT GenInFile
           IF ws-GenInFile-Status EQUAL 35
              CLOSE GenInFile
           ELSE
              OPEN OUTPUT GenOutFile
              READ GenInFile INTO GenInRecord
              AT END
                 MOVE 10 TO ws-GenInFile-Status
              END-READ
              PERFORM UNTIL ws-GenInFile-Status = 10
                 MOVE GenInRecord(ws-Purge-KeyPos:11) TO ws-Purge-Key
                 PERFORM FindPurgeMachine
                 IF ws-Purge-Idx GREATER THAN 0 AND
                  ws-Purge-Block(ws-Purge-Idx) EQUAL SPACE
                    MOVE ws-Gen-Base TO HistFile
                    MOVE ws-Purge-Today TO HistPurgeDate
                    MOVE GenInRecord TO HistData
                    WRITE MachHistRecord
                    ADD 1 TO ws-Purge-FileMoved(ws-Purge-FileIdx)
                    ADD 1 TO ws-Purge-MovedTotal
                 ELSE
                    WRITE GenOutRecord FROM GenInRecord
                    ADD 1 TO ws-Purge-FileKept(ws-Purge-FileIdx)
                 END-IF
                 READ GenInFile INTO GenInRecord
                    AT END
                       MOVE 10 TO ws-GenInFile-Status
              END-PERFORM
              CLOSE GenInFile
              CLOSE GenOutFile
              MOVE ws-GenOut-FileName TO ws-GenIn-FileName
              MOVE SPACES TO ws-GenOut-FileName
              STRING ws-Gen-Base DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE INTO ws-GenOut-FileName
              END-STRING
              PERFORM CopyGenerationFile
           END-IF.

       PurgeStoreRecords.
           ADD 1 TO ws-Purge-FileCount
           MOVE ws-Purge-FileCount TO ws-Purge-FileIdx
           MOVE "store" TO ws-Purge-FileName(ws-Purge-FileIdx)
           MOVE 0 TO ws-Purge-FileMoved(ws-Purge-FileIdx)
           MOVE 0 TO ws-Purge-FileKept(ws-Purge-FileIdx)
           OPEN I-O StoreFile
           IF ws-StoreFile-Status EQUAL 0
              PERFORM VARYING ws-Purge-Idx FROM 1 BY 1 UNTIL
               ws-Purge-Idx GREATER THAN ws-Purge-Count
                 IF ws-Purge-Block(ws-Purge-Idx) EQUAL SPACE
                    MOVE ws-Purge-Num(ws-Purge-Idx) TO StoreMachineNum
                    READ StoreFile INTO StoreRecord
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          MOVE "store" TO HistFile
                          MOVE ws-Purge-Today TO HistPurgeDate
                          MOVE StoreRecord TO HistData
                          WRITE MachHistRecord
                          DELETE StoreFile RECORD
                          ADD 1 TO ws-Purge-FileMoved(ws-Purge-FileIdx)
                          ADD 1 TO ws-Purge-MovedTotal
                    END-READ
                 END-IF
              END-PERFORM
           END-IF
           CLOSE StoreFile.

       WritePurgeIndex.
           OPEN EXTEND MachHistIdxFile
           IF ws-HistIdx-Status EQUAL 35
              OPEN OUTPUT MachHistIdxFile
           END-IF
           PERFORM VARYING ws-Purge-Idx FROM 1 BY 1 UNTIL
            ws-Purge-Idx GREATER THAN ws-Purge-Count
              IF ws-Purge-Block(ws-Purge-Idx) EQUAL SPACE
                 MOVE ws-Purge-Num(ws-Purge-Idx) TO HistIdxMachineNum
                 MOVE ws-Purge-Serial(ws-Purge-Idx) TO HistIdxSerial
                 MOVE ws-Purge-Tag(ws-Purge-Idx) TO HistIdxAssetTag
                 MOVE ws-Purge-DispDate(ws-Purge-Idx) TO
                  HistIdxDispDate
                 MOVE ws-Purge-Today TO HistIdxPurgeDate
                 MOVE ws-Hist-FileName TO HistIdxFileName
                 WRITE MachHistIdxRecord
              END-IF
           END-PERFORM
           CLOSE MachHistIdxFile
           PERFORM VARYING ws-Purge-Idx FROM 1 BY 1 UNTIL
            ws-Purge-Idx GREATER THAN ws-Purge-Count
              IF ws-Purge-Block(ws-Purge-Idx) EQUAL SPACE
                 MOVE "PURGE" TO ws-Audit-Action
                 MOVE ws-Purge-Num(ws-Purge-Idx) TO ws-Audit-MachineNum
                 MOVE SPACES TO ws-Audit-NewSpec
                 STRING "ARCHIVED TO " ws-Hist-FileName
                  DELIMITED BY SIZE INTO ws-Audit-NewSpec
                 END-STRING
                 PERFORM WriteIntegrityAudit
              END-IF
           END-PERFORM.

       PrintPurgeSummary.
           MOVE "rpt_purge.txt" TO ws-Print-FileName
           MOVE SPACES TO ws-Print-Title
           STRING "RETENTION PURGE " ws-Purge-Today
            DELIMITED BY SIZE INTO ws-Print-Title
           END-STRING
           MOVE "FILE / RECORDS ARCHIVED / RECORDS KEPT" TO
            ws-Print-ColHead
           PERFORM StartReportSpool
           MOVE SPACES TO ws-Print-Line
           STRING "Retention years " ws-Purge-Years " cutoff "
            ws-Purge-Cutoff " archive " ws-Hist-FileName
            DELIMITED BY SIZE INTO ws-Print-Line
           END-STRING
           PERFORM PrintReportLine
           IF ws-Purge-Done-Flag EQUAL "N"
              MOVE "No files changed." TO ws-Print-Line
              PERFORM PrintReportLine
           END-IF
           PERFORM VARYING ws-Purge-FileIdx FROM 1 BY 1 UNTIL
            ws-Purge-FileIdx GREATER THAN ws-Purge-FileCount
              MOVE SPACES TO ws-Print-Line
              STRING ws-Purge-FileName(ws-Purge-FileIdx) " "
               ws-Purge-FileMoved(ws-Purge-FileIdx) " "
               ws-Purge-FileKept(ws-Purge-FileIdx)
               DELIMITED BY SIZE INTO ws-Print-Line
              END-STRING
              PERFORM PrintReportLine
           END-PERFORM
           PERFORM VARYING ws-Purge-Idx FROM 1 BY 1 UNTIL
            ws-Purge-Idx GREATER THAN ws-Purge-Count
              IF ws-Purge-Block(ws-Purge-Idx) NOT EQUAL SPACE
                 EVALUATE ws-Purge-Block(ws-Purge-Idx)
                 WHEN "L"
                    MOVE "OPEN LOAN" TO ws-Purge-Reason
                 WHEN "W"
                    MOVE "OPEN WORK ORDER" TO ws-Purge-Reason
                 WHEN OTHER
                    MOVE "FINANCE REJECT" TO ws-Purge-Reason
                 END-EVALUATE
                 MOVE SPACES TO ws-Print-Line
                 STRING "HELD BACK " ws-Purge-Num(ws-Purge-Idx)
                  " disposed " ws-Purge-DispDate(ws-Purge-Idx) " "
                  ws-Purge-Reason
                  DELIMITED BY SIZE INTO ws-Print-Line
                 END-STRING
                 PERFORM PrintReportLine
              END-IF
           END-PERFORM
           MOVE SPACES TO ws-Print-TotalText
           STRING "MACHINES PURGED " ws-Purge-Eligible " HELD BACK "
            ws-Purge-Blocked " RECORDS ARCHIVED " ws-Purge-MovedTotal
            DELIMITED BY SIZE INTO ws-Print-TotalText
           END-STRING
           PERFORM EndReportSpool.

       FindMachineBySerial.
           MOVE "N" TO ws-Xref-Found-Flag
           OPEN INPUT XrefFile
           IF ws-XrefFile-Status EQUAL 35
              CLOSE XrefFile
           ELSE
              READ XrefFile INTO XrefRecord
              AT END
                 MOVE 10 TO ws-XrefFile-Status
              END-READ
              PERFORM UNTIL ws-XrefFile-Status = 10
                 IF XrefSerial EQUAL ws-Xref-Serial
                    MOVE "Y" TO ws-Xref-Found-Flag
                    MOVE XrefMachineNum TO ws-MachineNumber
                 END-IF
                 READ XrefFile INTO XrefRecord
                    AT END
                       MOVE 10 TO ws-XrefFile-Status
              END-PERFORM
              CLOSE XrefFile
           END-IF
           IF ws-Xref-Found-Flag EQUAL "N"
              OPEN INPUT MachHistIdxFile
              IF ws-HistIdx-Status EQUAL 35
                 CLOSE MachHistIdxFile
              ELSE
                 READ MachHistIdxFile INTO MachHistIdxRecord
                 AT END
                    MOVE 10 TO ws-HistIdx-Status
                 END-READ
                 PERFORM UNTIL ws-HistIdx-Status = 10
                    IF HistIdxSerial EQUAL ws-Xref-Serial
                       MOVE "Y" TO ws-Xref-Found-Flag
                       MOVE HistIdxMachineNum TO ws-MachineNumber
                    END-IF
                    READ MachHistIdxFile INTO MachHistIdxRecord
                       AT END
                          MOVE 10 TO ws-HistIdx-Status
                 END-PERFORM
                 CLOSE MachHistIdxFile
              END-IF
           END-IF.

       DisplayPurgedMachineHistory.
           MOVE "N" TO ws-M360-Purged
           MOVE ws-MachineNumber TO ws-Purge-Key
           OPEN INPUT MachHistIdxFile
           IF ws-HistIdx-Status EQUAL 35
              CLOSE MachHistIdxFile
           ELSE
              READ MachHistIdxFile INTO MachHistIdxRecord
              AT END
                 MOVE 10 TO ws-HistIdx-Status
              END-READ
              PERFORM UNTIL ws-HistIdx-Status = 10 OR
               ws-M360-Purged EQUAL "Y"
                 IF HistIdxMachineNum EQUAL ws-Purge-Key
                    MOVE "Y" TO ws-M360-Purged
                 ELSE
                    READ MachHistIdxFile INTO MachHistIdxRecord
                       AT END
                          MOVE 10 TO ws-HistIdx-Status
                 END-IF
              END-PERFORM
              CLOSE MachHistIdxFile
           END-IF
           IF ws-M360-Purged EQUAL "Y"
              DISPLAY "---- Purged machine history ----"
              DISPLAY "Disposed: " HistIdxDispDate " Purged: "
               HistIdxPurgeDate
              DISPLAY "Serial: " HistIdxSerial " Asset tag: "
               HistIdxAssetTag
              DISPLAY "Archive: " HistIdxFileName
              MOVE 0 TO ws-M360-HistCount
              MOVE HistIdxFileName TO ws-Hist-FileName
              OPEN INPUT MachHistFile
              IF ws-Hist-Status EQUAL 35
                 DISPLAY "Archive file not found."
                 CLOSE MachHistFile
              ELSE
                 READ MachHistFile INTO MachHistRecord
                 AT END
                    MOVE 10 TO ws-Hist-Status
                 END-READ
                 PERFORM UNTIL ws-Hist-Status = 10
                    EVALUATE HistFile
                    WHEN "warrantyclaims"
                    WHEN "lossincidents"
                       MOVE 7 TO ws-Purge-KeyPos
                    WHEN "recovery"
                       MOVE 30 TO ws-Purge-KeyPos
                    WHEN OTHER
                       MOVE 1 TO ws-Purge-KeyPos
                    END-EVALUATE
                    IF HistData(ws-Purge-KeyPos:11) EQUAL ws-Purge-Key
                       ADD 1 TO ws-M360-HistCount
                       DISPLAY HistFile ": " HistData(1:60)
                    END-IF
                    READ MachHistFile INTO MachHistRecord
                       AT END
                          MOVE 10 TO ws-Hist-Status
                 END-PERFORM
                 CLOSE MachHistFile
                 MOVE 1 TO ws-Purge-KeyPos
              END-IF
              DISPLAY "Archived records: " ws-M360-HistCount
           END-IF.

       LoadCalendarTable.
           MOVE 0 TO ws-Cal-Count
           OPEN INPUT CalendarFile
           IF ws-CalFile-Status EQUAL 35
              CLOSE CalendarFile
           ELSE
              READ CalendarFile INTO CalendarRecord
              AT END
                 MOVE 10 TO ws-CalFile-Status
              END-READ
              PERFORM UNTIL ws-CalFile-Status = 10
                 IF ws-Cal-Count LESS THAN 1000
                    ADD 1 TO ws-Cal-Count
                    MOVE CalDate TO ws-Cal-TabDate(ws-Cal-Count)
                    MOVE CalSite TO ws-Cal-TabSite(ws-Cal-Count)
                 ELSE
                    PERFORM WarnTableFull
                 END-IF
                 READ CalendarFile INTO CalendarRecord
                    AT END
                       MOVE 10 TO ws-CalFile-Status
              END-PERFORM
              CLOSE CalendarFile
           END-IF.

       LoadCalendarSites.
           MOVE 0 TO ws-Cal-MachCount
           OPEN INPUT StoreFile
           IF ws-StoreFile-Status NOT EQUAL 0
              CLOSE StoreFile
           ELSE
              READ StoreFile NEXT INTO StoreRecord
              AT END
                 MOVE 10 TO ws-StoreFile-Status
              END-READ
              PERFORM UNTIL ws-StoreFile-Status = 10
                 IF ws-Cal-MachCount LESS THAN 5000
                    ADD 1 TO ws-Cal-MachCount
                    MOVE StoreMachineNum TO
                     ws-Cal-MachNum(ws-Cal-MachCount)
                    MOVE StoreMachineSite TO
                     ws-Cal-MachSite(ws-Cal-MachCount)
                 ELSE
                    PERFORM WarnTableFull
                 END-IF
                 READ StoreFile NEXT INTO StoreRecord
                    AT END
                       MOVE 10 TO ws-StoreFile-Status
              END-PERFORM
              CLOSE StoreFile
           END-IF.

       FindCalendarSite.
           MOVE SPACES TO ws-Cal-Site
           PERFORM VARYING ws-Cal-MachIdx FROM 1 BY 1 UNTIL
            ws-Cal-MachIdx GREATER THAN ws-Cal-MachCount
              IF ws-Cal-MachNum(ws-Cal-MachIdx) EQUAL ws-Cal-Key
                 MOVE ws-Cal-MachSite(ws-Cal-MachIdx) TO ws-Cal-Site
              END-IF
           END-PERFORM.

       CheckWorkingDay.
           MOVE "Y" TO ws-Cal-Working-Flag
           COMPUTE ws-Cal-DayOfWeek = FUNCTION MOD(
            FUNCTION INTEGER-OF-DATE(ws-Cal-Date), 7)
           IF ws-Cal-DayOfWeek EQUAL 0 OR ws-Cal-DayOfWeek EQUAL 6
              MOVE "N" TO ws-Cal-Working-Flag
           END-IF
           PERFORM VARYING ws-Cal-Idx FROM 1 BY 1 UNTIL
            ws-Cal-Idx GREATER THAN ws-Cal-Count OR
            ws-Cal-Working-Flag EQUAL "N"
              IF ws-Cal-TabDate(ws-Cal-Idx) EQUAL ws-Cal-Date AND
               (ws-Cal-TabSite(ws-Cal-Idx) EQUAL SPACES OR
               ws-Cal-TabSite(ws-Cal-Idx) EQUAL ws-Cal-Site)
                 MOVE "N" TO ws-Cal-Working-Flag
              END-IF
           END-PERFORM.

       CountWorkingDays.
           MOVE 0 TO ws-Cal-WorkDays
           IF ws-Cal-ToDate GREATER THAN ws-Cal-FromDate
              COMPUTE ws-Cal-FromInt =
               FUNCTION INTEGER-OF-DATE(ws-Cal-FromDate) + 1
              COMPUTE ws-Cal-ToInt =
               FUNCTION INTEGER-OF-DATE(ws-Cal-ToDate)
              PERFORM VARYING ws-Cal-Int FROM ws-Cal-FromInt BY 1
               UNTIL ws-Cal-Int GREATER THAN ws-Cal-ToInt
                 COMPUTE ws-Cal-Date =
                  FUNCTION DATE-OF-INTEGER(ws-Cal-Int)
                 PERFORM CheckWorkingDay
                 IF ws-Cal-Working-Flag EQUAL "Y"
                    ADD 1 TO ws-Cal-WorkDays
                 END-IF
              END-PERFORM
           END-IF.

       RollToWorkingDay.
           PERFORM CheckWorkingDay
           PERFORM UNTIL ws-Cal-Working-Flag EQUAL "Y"
              COMPUTE ws-Cal-Date = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(ws-Cal-Date) + 1)
              PERFORM CheckWorkingDay
           END-PERFORM.

       CheckCalendarNextYear.
           MOVE "N" TO ws-Cal-Warn-Flag
           ACCEPT ws-Cal-Today FROM DATE YYYYMMDD
           COMPUTE ws-Cal-TodayYear = ws-Cal-Today / 10000
           COMPUTE ws-Cal-NextYear = ws-Cal-TodayYear + 1
           PERFORM LoadCalendarTable
           MOVE 0 TO ws-Cal-NextCount
           PERFORM VARYING ws-Cal-Idx FROM 1 BY 1 UNTIL
            ws-Cal-Idx GREATER THAN ws-Cal-Count
              COMPUTE ws-Cal-Year = ws-Cal-TabDate(ws-Cal-Idx) / 10000
              IF ws-Cal-Year EQUAL ws-Cal-NextYear
                 ADD 1 TO ws-Cal-NextCount
              END-IF
           END-PERFORM
           IF ws-Cal-NextCount EQUAL 0
              MOVE "Y" TO ws-Cal-Warn-Flag
              DISPLAY "WARNING: no non-working days loaded for "
               ws-Cal-NextYear "; load next year's calendar."
              IF ws-Batch-Mode EQUAL "Y"
                 MOVE SPACES TO ws-Batch-LogMsg
                 STRING "WARNING CALENDAR NOT LOADED FOR "
                  ws-Cal-NextYear
                  DELIMITED BY SIZE INTO ws-Batch-LogMsg
                 END-STRING
                 PERFORM WriteBatchLog
              END-IF
           END-IF.

       MaintainBusinessCalendar.
           DISPLAY "Business Calendar Maintenance"
           PERFORM CheckCalendarNextYear
           DISPLAY "1. Add Non-Working Day"
           DISPLAY "2. Remove Non-Working Day"
           DISPLAY "3. List Non-Working Days for a Year"
           ACCEPT ws-Cal-Choice
           EVALUATE ws-Cal-Choice
           WHEN 1
            PERFORM AddCalendarDay
           WHEN 2
            PERFORM RemoveCalendarDay
           WHEN 3
            PERFORM ListCalendarDays
           WHEN OTHER
            DISPLAY "Invalid choice."
           END-EVALUATE
           PERFORM ReturnToMenu.

       PromptCalendarDate.
           MOVE "N" TO ws-Valid-Flag
           DISPLAY "Enter date (YYYYMMDD): "
           ACCEPT ws-Cal-DateText
           IF ws-Cal-DateText NOT NUMERIC
              DISPLAY "Date must be numeric (YYYYMMDD)."
           ELSE
              MOVE ws-Cal-DateText TO ws-Cal-NewDate
              IF FUNCTION TEST-DATE-YYYYMMDD(ws-Cal-NewDate)
               NOT EQUAL 0
                 DISPLAY "Date is not a valid calendar date."
              ELSE
                 DISPLAY "Enter Site Code (blank for all sites): "
                 ACCEPT ws-Cal-NewSite
                 MOVE ws-Cal-NewSite TO ws-Site-CheckCode
                 IF ws-Cal-NewSite NOT EQUAL SPACES
                    PERFORM CheckSiteInMaster
                 END-IF
                 IF ws-Cal-NewSite NOT EQUAL SPACES AND
                  ws-Site-Found-Flag EQUAL "N" AND
                  ws-Site-FileMissing EQUAL "N"
                    DISPLAY "Site is not on the site master."
                 ELSE
                    MOVE "Y" TO ws-Valid-Flag
                 END-IF
              END-IF
           END-IF.

       AddCalendarDay.
           PERFORM PromptCalendarDate
           IF ws-Valid-Flag EQUAL "Y"
              DISPLAY "Enter description: "
              ACCEPT ws-Cal-NewDesc
              MOVE "N" TO ws-Cal-Found-Flag
              OPEN INPUT CalendarFile
              IF ws-CalFile-Status NOT EQUAL 35
                 READ CalendarFile INTO CalendarRecord
                 AT END
                    MOVE 10 TO ws-CalFile-Status
                 END-READ
                 PERFORM UNTIL ws-CalFile-Status = 10
                    IF CalDate EQUAL ws-Cal-NewDate AND
                     CalSite EQUAL ws-Cal-NewSite
                       MOVE "Y" TO ws-Cal-Found-Flag
                    END-IF
                    READ CalendarFile INTO CalendarRecord
                       AT END
                          MOVE 10 TO ws-CalFile-Status
                 END-PERFORM
              END-IF
              CLOSE CalendarFile
              IF ws-Cal-Found-Flag EQUAL "Y"
                 DISPLAY "Day is already on the calendar."
              ELSE
                 OPEN EXTEND CalendarFile
                 IF ws-CalFile-Status EQUAL 35
                    OPEN OUTPUT CalendarFile
                 END-IF
                 MOVE ws-Cal-NewDate TO CalDate
                 MOVE ws-Cal-NewSite TO CalSite
                 MOVE ws-Cal-NewDesc TO CalDesc
                 WRITE CalendarRecord
                 CLOSE CalendarFile
                 MOVE "CALENDAR" TO ws-Audit-Action
                 MOVE 0 TO ws-Audit-MachineNum
                 MOVE SPACES TO ws-Audit-NewSpec
                 STRING "ADD " ws-Cal-NewDate " " ws-Cal-NewDesc
                  DELIMITED BY SIZE INTO ws-Audit-NewSpec
                 END-STRING
                 PERFORM WriteIntegrityAudit
                 DISPLAY "Non-working day added."
              END-IF
           END-IF.

       RemoveCalendarDay.
           PERFORM PromptCalendarDate
           IF ws-Valid-Flag EQUAL "Y"
              MOVE "N" TO ws-Cal-Found-Flag
              OPEN INPUT CalendarFile
              IF ws-CalFile-Status EQUAL 35
                 CLOSE CalendarFile
              ELSE
                 OPEN OUTPUT TempCalendarFile
                 READ CalendarFile INTO CalendarRecord
                 AT END
                    MOVE 10 TO ws-CalFile-Status
                 END-READ
                 PERFORM UNTIL ws-CalFile-Status = 10
                    IF CalDate EQUAL ws-Cal-NewDate AND
                     CalSite EQUAL ws-Cal-NewSite
                       MOVE "Y" TO ws-Cal-Found-Flag
                    ELSE
                       WRITE TempCalendarRecord FROM CalendarRecord
                    END-IF
                    READ CalendarFile INTO CalendarRecord
                       AT END
                          MOVE 10 TO ws-CalFile-Status
                 END-PERFORM
                 CLOSE CalendarFile
                 CLOSE TempCalendarFile
                 IF ws-Cal-Found-Flag EQUAL "Y"
                    PERFORM CopyTempCalendarToFile
                 END-IF
              END-IF
              IF ws-Cal-Found-Flag EQUAL "Y"
                 MOVE "CALENDAR" TO ws-Audit-Action
                 MOVE 0 TO ws-Audit-MachineNum
                 MOVE SPACES TO ws-Audit-NewSpec
                 STRING "REMOVE " ws-Cal-NewDate " " ws-Cal-NewSite
                  DELIMITED BY SIZE INTO ws-Audit-NewSpec
                 END-STRING
                 PERFORM WriteIntegrityAudit
                 DISPLAY "Non-working day removed."
              ELSE
                 DISPLAY "Day not found on the calendar."
              END-IF
           END-IF.

       CopyTempCalendarToFile.
           OPEN INPUT TempCalendarFile
           OPEN OUTPUT CalendarFile
           READ TempCalendarFile INTO TempCalendarRecord
           AT END
              MOVE 10 TO ws-TempCal-Status
           END-READ
           PERFORM UNTIL ws-TempCal-Status = 10
              WRITE CalendarRecord FROM TempCalendarRecord
              READ TempCalendarFile INTO TempCalendarRecord
                 AT END
                    MOVE 10 TO ws-TempCal-Status
           END-PERFORM
           CLOSE TempCalendarFile
           CLOSE CalendarFile.

       ListCalendarDays.
           DISPLAY "Enter year (YYYY): "
           ACCEPT ws-Cal-Year
           MOVE 0 TO ws-Cal-ListCount
           OPEN INPUT CalendarFile
           IF ws-CalFile-Status EQUAL 35
              CLOSE CalendarFile
           ELSE
              READ CalendarFile INTO CalendarRecord
              AT END
                 MOVE 10 TO ws-CalFile-Status
              END-READ
              PERFORM UNTIL ws-CalFile-Status = 10
                 IF CalDate(1:4) EQUAL ws-Cal-Year
                    ADD 1 TO ws-Cal-ListCount
                    IF CalSite EQUAL SPACES
                       DISPLAY CalDate " ALL SITES  " CalDesc
                    ELSE
                       DISPLAY CalDate " " CalSite " " CalDesc
                    END-IF
                 END-IF
                 READ CalendarFile INTO CalendarRecord
                    AT END
                       MOVE 10 TO ws-CalFile-Status
              END-PERFORM
              CLOSE CalendarFile
           END-IF
           IF ws-Cal-ListCount EQUAL 0
              DISPLAY "No non-working days on file for " ws-Cal-Year
           ELSE
              DISPLAY "Non-working days listed: " ws-Cal-ListCount
           END-IF.

       StampSessionJournal.
           ACCEPT ws-Jrn-Date FROM DATE YYYYMMDD
           ACCEPT ws-Jrn-TimeRaw FROM TIME
           COMPUTE ws-Jrn-Time = ws-Jrn-TimeRaw / 100.

       WriteSessionJournal.
           OPEN EXTEND SessionJrnFile
           IF ws-SjFile-Status EQUAL 35
              OPEN OUTPUT SessionJrnFile
           END-IF
           MOVE ws-Jrn-Date TO SjDate
           MOVE ws-Jrn-Time TO SjTime
           MOVE ws-Operator-Id TO SjOperator
           MOVE ws-Operator-Role TO SjRole
           MOVE ws-Jrn-Event TO SjEvent
           MOVE ws-Jrn-Option TO SjOption
           MOVE ws-Jrn-Parm TO SjParm
           WRITE SessionJrnRecord
           CLOSE SessionJrnFile.

       JournalSessionEvent.
           PERFORM StampSessionJournal
           PERFORM WriteSessionJournal.

       JournalSignOn.
           MOVE "SIGNON" TO ws-Jrn-Event
           MOVE 0 TO ws-Jrn-Option
           MOVE SPACES TO ws-Jrn-Parm
           PERFORM JournalSessionEvent.

       JournalExit.
           PERFORM FlushSessionOption
           MOVE "EXIT" TO ws-Jrn-Event
           MOVE 0 TO ws-Jrn-Option
           MOVE SPACES TO ws-Jrn-Parm
           PERFORM JournalSessionEvent.

       StartSessionOption.
           PERFORM StampSessionJournal
           MOVE ws-MenuOption TO ws-Jrn-Option
           MOVE SPACES TO ws-Jrn-Parm
           MOVE 0 TO ws-MachineNumber
           MOVE SPACES TO Username
           MOVE "Y" TO ws-Jrn-Pending.

       FlushSessionOption.
           IF ws-Jrn-Pending EQUAL "Y"
              MOVE "N" TO ws-Jrn-Pending
              IF ws-Jrn-Parm EQUAL SPACES
                 EVALUATE TRUE
                 WHEN ws-MachineNumber NOT EQUAL 0 AND
                  Username NOT EQUAL SPACES
                    STRING "MACHINE " ws-MachineNumber " USER "
                     Username
                     DELIMITED BY SIZE INTO ws-Jrn-Parm
                    END-STRING
                 WHEN ws-MachineNumber NOT EQUAL 0
                    STRING "MACHINE " ws-MachineNumber
                     DELIMITED BY SIZE INTO ws-Jrn-Parm
                    END-STRING
                 WHEN Username NOT EQUAL SPACES
                    STRING "USER " Username
                     DELIMITED BY SIZE INTO ws-Jrn-Parm
                    END-STRING
                 WHEN OTHER
                    CONTINUE
                 END-EVALUATE
              END-IF
              MOVE "OPTION" TO ws-Jrn-Event
              PERFORM WriteSessionJournal
           END-IF.

       ShiftActivityReport.
           DISPLAY "End-of-Shift Operator Activity Report"
           ACCEPT ws-Shf-Date FROM DATE YYYYMMDD
           MOVE SPACES TO ws-Shf-OpFilter
           MOVE 50 TO ws-Shf-Threshold
           IF ws-Batch-Mode NOT EQUAL "Y"
              DISPLAY "Enter date (YYYYMMDD, blank for today): "
              ACCEPT ws-Shf-DateText
              IF ws-Shf-DateText NOT EQUAL SPACES
                 IF ws-Shf-DateText NOT NUMERIC
                    DISPLAY "Date must be numeric (YYYYMMDD)."
                    GO TO DisplayMenu
                 END-IF
                 IF FUNCTION TEST-DATE-YYYYMMDD(
                  FUNCTION NUMVAL(ws-Shf-DateText)) NOT EQUAL 0
                    DISPLAY "Date is not a valid calendar date."
                    GO TO DisplayMenu
                 END-IF
                 MOVE ws-Shf-DateText TO ws-Shf-Date
              END-IF
              DISPLAY "Enter Operator ID (blank for all): "
              ACCEPT ws-Shf-OpFilter
              DISPLAY "Enter inquiry volume threshold (blank for 50): "
              ACCEPT ws-Shf-ThresholdText
              IF ws-Shf-ThresholdText NOT EQUAL SPACES
                 IF FUNCTION TRIM(ws-Shf-ThresholdText) IS NOT NUMERIC
                    DISPLAY "Threshold must be numeric."
                    GO TO DisplayMenu
                 END-IF
                 COMPUTE ws-Shf-Threshold =
                  FUNCTION NUMVAL(ws-Shf-ThresholdText)
              END-IF
           END-IF
           MOVE 1 TO ws-Shf-ViewerIdx
           PERFORM VARYING ws-Role-Idx FROM 1 BY 1 UNTIL
            ws-Role-Idx GREATER THAN 4
              IF ws-Role-DefName(ws-Role-Idx) EQUAL "VIEWER"
                 MOVE ws-Role-Idx TO ws-Shf-ViewerIdx
              END-IF
           END-PERFORM
           PERFORM LoadCalendarTable
           MOVE ws-Shf-Date TO ws-Cal-Date
           MOVE SPACES TO ws-Cal-Site
           PERFORM CheckWorkingDay
           MOVE ws-Cal-Working-Flag TO ws-Shf-DayWorking
           MOVE 0 TO ws-Shf-OpCount
           MOVE 0 TO ws-Shf-OptCount-Tot
           MOVE 0 TO ws-Shf-AfterHrsTotal
           MOVE 0 TO ws-Shf-HighVolTotal
           MOVE "N" TO ws-Table-Full-Flag
           PERFORM LoadShiftJournal
           PERFORM LoadShiftChanges
           MOVE "rpt_shift.txt" TO ws-Print-FileName
           MOVE SPACES TO ws-Print-Title
           STRING "END-OF-SHIFT ACTIVITY " ws-Shf-Date
            DELIMITED BY SIZE INTO ws-Print-Title
           END-STRING
           MOVE "OPERATOR / SESSIONS / OPTIONS USED / CHANGES MADE" TO
            ws-Print-ColHead
           PERFORM StartReportSpool
           IF ws-Shf-OpCount EQUAL 0
              MOVE "No operator activity on file for this date." TO
               ws-Print-Line
              PERFORM PrintReportLine
           END-IF
           PERFORM VARYING ws-Shf-OpIdx FROM 1 BY 1 UNTIL
            ws-Shf-OpIdx GREATER THAN ws-Shf-OpCount
              PERFORM PrintShiftOperator
           END-PERFORM
           PERFORM PrintShiftExceptions
           MOVE SPACES TO ws-Print-TotalText
           STRING "OPERATORS " ws-Shf-OpCount " AFTER-HOURS EVENTS "
            ws-Shf-AfterHrsTotal " HIGH INQUIRY VOLUME "
            ws-Shf-HighVolTotal
            DELIMITED BY SIZE INTO ws-Print-TotalText
           END-STRING
           PERFORM EndReportSpool
           PERFORM ReturnToMenu.

       FindShiftOperator.
           MOVE 0 TO ws-Shf-OpSub
           PERFORM VARYING ws-Shf-OpIdx FROM 1 BY 1 UNTIL
            ws-Shf-OpIdx GREATER THAN ws-Shf-OpCount OR
            ws-Shf-OpSub GREATER THAN 0
              IF ws-Shf-OpId(ws-Shf-OpIdx) EQUAL ws-Shf-Key
                 MOVE ws-Shf-OpIdx TO ws-Shf-OpSub
              END-IF
           END-PERFORM
           IF ws-Shf-OpSub EQUAL 0
              IF ws-Shf-OpCount LESS THAN 100
                 ADD 1 TO ws-Shf-OpCount
                 MOVE ws-Shf-OpCount TO ws-Shf-OpSub
                 MOVE ws-Shf-Key TO ws-Shf-OpId(ws-Shf-OpSub)
                 MOVE 0 TO ws-Shf-OpSessions(ws-Shf-OpSub)
                 MOVE 0 TO ws-Shf-OpOptions(ws-Shf-OpSub)
                 MOVE 0 TO ws-Shf-OpInquiries(ws-Shf-OpSub)
                 MOVE 0 TO ws-Shf-OpAfterHrs(ws-Shf-OpSub)
                 MOVE 0 TO ws-Shf-OpRefused(ws-Shf-OpSub)
                 MOVE 0 TO ws-Shf-OpChanges(ws-Shf-OpSub)
              ELSE
                 PERFORM WarnTableFull
              END-IF
           END-IF.

       CheckShiftAfterHours.
           MOVE "N" TO ws-Shf-AfterHrs-Flag
           IF SjOperator NOT EQUAL "BATCH"
              IF ws-Shf-DayWorking EQUAL "N" OR
               SjTime LESS THAN ws-Shf-DayStart OR
               SjTime NOT LESS THAN ws-Shf-DayEnd
                 MOVE "Y" TO ws-Shf-AfterHrs-Flag
              END-IF
           END-IF.

       LoadShiftJournal.
           OPEN INPUT SessionJrnFile
           IF ws-SjFile-Status EQUAL 35
              CLOSE SessionJrnFile
           ELSE
              READ SessionJrnFile INTO SessionJrnRecord
              AT END
                 MOVE 10 TO ws-SjFile-Status
              END-READ
              PERFORM UNTIL ws-SjFile-Status = 10
                 IF SjDate EQUAL ws-Shf-Date AND
                  (ws-Shf-OpFilter EQUAL SPACES OR
                  SjOperator EQUAL ws-Shf-OpFilter)
                    MOVE SjOperator TO ws-Shf-Key
                    PERFORM FindShiftOperator
                    IF ws-Shf-OpSub GREATER THAN 0
                       PERFORM AddShiftJournalEvent
                    END-IF
                 END-IF
                 READ SessionJrnFile INTO SessionJrnRecord
                    AT END
                       MOVE 10 TO ws-SjFile-Status
              END-PERFORM
              CLOSE SessionJrnFile
           END-IF.

       AddShiftJournalEvent.
           PERFORM CheckShiftAfterHours
           IF ws-Shf-AfterHrs-Flag EQUAL "Y"
              ADD 1 TO ws-Shf-OpAfterHrs(ws-Shf-OpSub)
              ADD 1 TO ws-Shf-AfterHrsTotal
           END-IF
           EVALUATE SjEvent
           WHEN "SIGNON"
              ADD 1 TO ws-Shf-OpSessions(ws-Shf-OpSub)
           WHEN "REFUSED"
              ADD 1 TO ws-Shf-OpRefused(ws-Shf-OpSub)
           WHEN "OPTION"
           WHEN "BATCH"
              ADD 1 TO ws-Shf-OpOptions(ws-Shf-OpSub)
              IF SjOption GREATER THAN 0
                 IF ws-Role-DefFlag(ws-Shf-ViewerIdx, SjOption)
                  EQUAL "Y"
                    ADD 1 TO ws-Shf-OpInquiries(ws-Shf-OpSub)
                 END-IF
              END-IF
              MOVE 0 TO ws-Shf-OptSub
              PERFORM VARYING ws-Shf-OptIdx FROM 1 BY 1 UNTIL
               ws-Shf-OptIdx GREATER THAN ws-Shf-OptCount-Tot OR
               ws-Shf-OptSub GREATER THAN 0
                 IF ws-Shf-OptOp(ws-Shf-OptIdx) EQUAL SjOperator AND
                  ws-Shf-OptNum(ws-Shf-OptIdx) EQUAL SjOption
                    MOVE ws-Shf-OptIdx TO ws-Shf-OptSub
                 END-IF
              END-PERFORM
              IF ws-Shf-OptSub EQUAL 0
                 IF ws-Shf-OptCount-Tot LESS THAN 2000
                    ADD 1 TO ws-Shf-OptCount-Tot
                    MOVE ws-Shf-OptCount-Tot TO ws-Shf-OptSub
                    MOVE SjOperator TO ws-Shf-OptOp(ws-Shf-OptSub)
                    MOVE SjOption TO ws-Shf-OptNum(ws-Shf-OptSub)
                    MOVE 0 TO ws-Shf-OptCount(ws-Shf-OptSub)
                 ELSE
                    PERFORM WarnTableFull
                 END-IF
              END-IF
              IF ws-Shf-OptSub GREATER THAN 0
                 ADD 1 TO ws-Shf-OptCount(ws-Shf-OptSub)
              END-IF
           WHEN OTHER
              CONTINUE
           END-EVALUATE.

       LoadShiftChanges.
           OPEN INPUT AuditFile
           IF ws-AuditFile-Status EQUAL 35
              CLOSE AuditFile
           ELSE
              READ AuditFile INTO AuditRecord
              AT END
                 MOVE 10 TO ws-AuditFile-Status
              END-READ
              PERFORM UNTIL ws-AuditFile-Status = 10
                 IF AuditDate EQUAL ws-Shf-Date AND
                  AuditAction NOT EQUAL "REFUSED" AND
                  AuditOperator NOT EQUAL SPACES AND
                  (ws-Shf-OpFilter EQUAL SPACES OR
                  AuditOperator EQUAL ws-Shf-OpFilter)
                    MOVE AuditOperator TO ws-Shf-Key
                    PERFORM FindShiftOperator
                    IF ws-Shf-OpSub GREATER THAN 0
                       ADD 1 TO ws-Shf-OpChanges(ws-Shf-OpSub)
                    END-IF
                 END-IF
                 READ AuditFile INTO AuditRecord
                    AT END
                       MOVE 10 TO ws-AuditFile-Status
              END-PERFORM
              CLOSE AuditFile
           END-IF.

       FormatShiftTime.
           MOVE SjTime TO ws-Shf-TimeWork
           MOVE ws-Shf-WorkHh TO ws-Shf-TimeHh
           MOVE ws-Shf-WorkMm TO ws-Shf-TimeMm
           MOVE ws-Shf-WorkSs TO ws-Shf-TimeSs.

       PrintShiftOperator.
           MOVE SPACES TO ws-Print-Line
           PERFORM PrintReportLine
           MOVE SPACES TO ws-Print-Line
           STRING "Operator: " ws-Shf-OpId(ws-Shf-OpIdx)
            " Sessions: " ws-Shf-OpSessions(ws-Shf-OpIdx)
            " Options run: " ws-Shf-OpOptions(ws-Shf-OpIdx)
            " Inquiries: " ws-Shf-OpInquiries(ws-Shf-OpIdx)
            " Changes made: " ws-Shf-OpChanges(ws-Shf-OpIdx)
            " Refused: " ws-Shf-OpRefused(ws-Shf-OpIdx)
            DELIMITED BY SIZE INTO ws-Print-Line
           END-STRING
           PERFORM PrintReportLine
           MOVE "  Sessions:" TO ws-Print-Line
           PERFORM PrintReportLine
           OPEN INPUT SessionJrnFile
           IF ws-SjFile-Status EQUAL 35
              CLOSE SessionJrnFile
           ELSE
              READ SessionJrnFile INTO SessionJrnRecord
              AT END
                 MOVE 10 TO ws-SjFile-Status
              END-READ
              PERFORM UNTIL ws-SjFile-Status = 10
                 IF SjDate EQUAL ws-Shf-Date AND
                  SjOperator EQUAL ws-Shf-OpId(ws-Shf-OpIdx) AND
                  (SjEvent EQUAL "SIGNON" OR SjEvent EQUAL "EXIT")
                    PERFORM FormatShiftTime
                    MOVE SPACES TO ws-Print-Line
                    STRING "    " ws-Shf-TimeDisplay " " SjEvent " "
                     SjRole
                     DELIMITED BY SIZE INTO ws-Print-Line
                    END-STRING
                    PERFORM PrintReportLine
                 END-IF
                 READ SessionJrnFile INTO SessionJrnRecord
                    AT END
                       MOVE 10 TO ws-SjFile-Status
              END-PERFORM
              CLOSE SessionJrnFile
           END-IF
           MOVE "  Options used:" TO ws-Print-Line
           PERFORM PrintReportLine
           PERFORM VARYING ws-Shf-OptIdx FROM 1 BY 1 UNTIL
            ws-Shf-OptIdx GREATER THAN ws-Shf-OptCount-Tot
              IF ws-Shf-OptOp(ws-Shf-OptIdx) EQUAL
               ws-Shf-OpId(ws-Shf-OpIdx)
                 IF ws-Shf-OptNum(ws-Shf-OptIdx) EQUAL 0
                    MOVE "BATCH FUNCTIONS" TO ws-Shf-OptText
                 ELSE
                    MOVE "UNLISTED OPTION" TO ws-Shf-OptText
                    PERFORM VARYING ws-Menu-Idx FROM 1 BY 1 UNTIL
                     ws-Menu-Idx GREATER THAN ws-Menu-Count
                       IF ws-Menu-EntOption(ws-Menu-Idx) EQUAL
                        ws-Shf-OptNum(ws-Shf-OptIdx)
                          MOVE ws-Menu-EntText(ws-Menu-Idx) TO
                           ws-Shf-OptText
                       END-IF
                    END-PERFORM
                 END-IF
                 MOVE SPACES TO ws-Print-Line
                 STRING "    " ws-Shf-OptText " x "
                  ws-Shf-OptCount(ws-Shf-OptIdx)
                  DELIMITED BY SIZE INTO ws-Print-Line
                 END-STRING
                 PERFORM PrintReportLine
              END-IF
           END-PERFORM.

       PrintShiftExceptions.
           MOVE SPACES TO ws-Print-Line
           PERFORM PrintReportLine
           MOVE SPACES TO ws-Print-Line
           STRING "EXCEPTIONS - AFTER-HOURS ACTIVITY (outside "
            ws-Shf-DayStart " to " ws-Shf-DayEnd
            " or on a non-working day)"
            DELIMITED BY SIZE INTO ws-Print-Line
           END-STRING
           PERFORM PrintReportLine
           IF ws-Shf-AfterHrsTotal EQUAL 0
              MOVE "  None." TO ws-Print-Line
              PERFORM PrintReportLine
           ELSE
              OPEN INPUT SessionJrnFile
              READ SessionJrnFile INTO SessionJrnRecord
              AT END
                 MOVE 10 TO ws-SjFile-Status
              END-READ
              PERFORM UNTIL ws-SjFile-Status = 10
                 IF SjDate EQUAL ws-Shf-Date AND
                  (ws-Shf-OpFilter EQUAL SPACES OR
                  SjOperator EQUAL ws-Shf-OpFilter)
                    PERFORM CheckShiftAfterHours
                    IF ws-Shf-AfterHrs-Flag EQUAL "Y"
                       PERFORM FormatShiftTime
                       MOVE SPACES TO ws-Print-Line
                       STRING "  " SjOperator " " ws-Shf-TimeDisplay
                        " " SjEvent " " SjOption " " SjParm
                        DELIMITED BY SIZE INTO ws-Print-Line
                       END-STRING
                       PERFORM PrintReportLine
                    END-IF
                 END-IF
                 READ SessionJrnFile INTO SessionJrnRecord
                    AT END
                       MOVE 10 TO ws-SjFile-Status
              END-PERFORM
              CLOSE SessionJrnFile
           END-IF
           MOVE SPACES TO ws-Print-Line
           STRING "EXCEPTIONS - HIGH INQUIRY VOLUME (over "
            ws-Shf-Threshold " inquiries)"
            DELIMITED BY SIZE INTO ws-Print-Line
           END-STRING
           PERFORM PrintReportLine
           PERFORM VARYING ws-Shf-OpIdx FROM 1 BY 1 UNTIL
            ws-Shf-OpIdx GREATER THAN ws-Shf-OpCount
              IF ws-Shf-OpInquiries(ws-Shf-OpIdx) GREATER THAN
               ws-Shf-Threshold
                 ADD 1 TO ws-Shf-HighVolTotal
                 MOVE SPACES TO ws-Print-Line
                 STRING "  " ws-Shf-OpId(ws-Shf-OpIdx) " inquiries "
                  ws-Shf-OpInquiries(ws-Shf-OpIdx)
                  DELIMITED BY SIZE INTO ws-Print-Line
                 END-STRING
                 PERFORM PrintReportLine
              END-IF
           END-PERFORM
           IF ws-Shf-HighVolTotal EQUAL 0
              MOVE "  None." TO ws-Print-Line
              PERFORM PrintReportLine
           END-IF.
