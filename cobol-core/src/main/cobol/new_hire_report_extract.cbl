>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. NEW-HIRE-REPORT-EXTRACT.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. GNUCOBOL.
OBJECT-COMPUTER. GNUCOBOL.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> The employee master, read only. The hire date maintenance
    *> stamps on a HIRE (and moves forward on a rehire) is what makes
    *> an employee reportable; the SSN, birth date, and home address
    *> are what the registries ask for.
    SELECT employeeMasterFile ASSIGN TO "EMPMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS employeeMasterEmployeeIdentifier
        FILE STATUS IS employeeMasterFileStatus.

    *> The pay calendar. Like reconciliation, remittance, and period
    *> close, this program works the most recently completed period:
    *> everyone hired on or before its end date and not yet reported
    *> goes out with it.
    SELECT payPeriodControlFile ASSIGN TO "PAYPERD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS payPeriodControlFileStatus.

    *> What has already been reported, one row per employee per hire
    *> date. This program is its only writer.
    SELECT newHireReportedFile ASSIGN TO "NHREPTD"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS newHireReportedRecordKey
        FILE STATUS IS newHireReportedFileStatus.

    *> The registry submission itself. Runs append to it: every hire
    *> written here is also marked reported, so a second run before
    *> the file has been sent must add its hires to the file rather
    *> than replace the first run's -- those would otherwise never go
    *> out at all. The file is cleared only by whatever sends it.
    SELECT newHireRegistryFile ASSIGN TO "NEWHIRE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS newHireRegistryFileStatus.

    *> The control listing. Runs append to it, the same way the
    *> maintenance reports accumulate.
    SELECT newHireControlReportFile ASSIGN TO "NHRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS newHireControlReportFileStatus.

DATA DIVISION.
FILE SECTION.
FD  employeeMasterFile.
COPY "employeeMasterRecord.cpy".

FD  payPeriodControlFile.
COPY "payPeriodControlRecord.cpy".

FD  newHireReportedFile.
COPY "newHireReportedRecord.cpy".

FD  newHireRegistryFile.
COPY "newHireRegistryRecord.cpy".

FD  newHireControlReportFile.
COPY "newHireControlReportRecord.cpy".

WORKING-STORAGE SECTION.
*> The period being reported and the run date stamped on what is
*> reported with it.
01 reportPeriodNumber                    PIC 9(04) VALUE ZERO.
01 reportPeriodEndDate                   PIC X(08) VALUE SPACES.
01 reportPeriodFoundSwitch               PIC X(01) VALUE "N".
    88 reportPeriodWasFound              VALUE "Y".
01 runDateText                           PIC X(08) VALUE SPACES.

*> The employer the registries are told about: installation settings
*> each shop fills in, left blank here the same way the engine leaves
*> its ACH originator fields. A registry rejects a record with no
*> employer FEIN, so a run with none set refuses to start rather than
*> mark hires reported that no registry will accept.
01 employerFederalIdNumber               PIC X(09) VALUE SPACES.
01 employerLegalName                     PIC X(45) VALUE SPACES.
01 employerAddressLine                   PIC X(40) VALUE SPACES.
01 employerCityName                      PIC X(25) VALUE SPACES.
01 employerStateCode                     PIC X(02) VALUE SPACES.
01 employerPostalCode                    PIC X(10) VALUE SPACES.

*> Which layout each state's registry accepts: "F" the fixed-width
*> national standard (header, one W4 record per hire, trailer), "D" a
*> comma-delimited upload under a column heading row. A state not
*> listed takes the national standard, which every registry accepts.
01 newHireLayoutTableData.
    05 FILLER                            PIC X(03) VALUE "CAF".
    05 FILLER                            PIC X(03) VALUE "NYF".
    05 FILLER                            PIC X(03) VALUE "TXD".
    05 FILLER                            PIC X(03) VALUE "FLD".
    05 FILLER                            PIC X(03) VALUE "WAD".
    05 FILLER                            PIC X(03) VALUE "ILF".
    05 FILLER                            PIC X(03) VALUE "PAD".
    05 FILLER                            PIC X(03) VALUE "OHD".
    05 FILLER                            PIC X(03) VALUE "GAF".
    05 FILLER                            PIC X(03) VALUE "NCD".
01 newHireLayoutTable REDEFINES newHireLayoutTableData.
    05 newHireLayoutEntry OCCURS 10 TIMES.
        10 newHireLayoutStateCode        PIC X(02).
        10 newHireLayoutCode             PIC X(01).
01 newHireLayoutEntryCount               PIC 9(02) VALUE 10.
01 newHireLayoutIndex                    PIC 9(02) VALUE ZERO.
01 newHireLayoutFoundSwitch              PIC X(01) VALUE "N".
    88 newHireLayoutWasFound             VALUE "Y".
01 currentLayoutCode                     PIC X(01) VALUE "F".
    88 currentLayoutIsDelimited          VALUE "D".

*> Every hire this run will report, held so the registry file can
*> be written one work state at a time. Sized for the same
*> 500-employee horizon the reconciliation tables assume.
01 newHireCandidateCount                 PIC 9(03) VALUE ZERO.
01 newHireCandidateIndex                 PIC 9(03) VALUE ZERO.
01 newHireCandidateTable.
    05 newHireCandidateEntry OCCURS 500 TIMES.
        10 candidateEmployeeIdentifier   PIC X(20).
        10 candidateEmployeeFullName     PIC X(60).
        10 candidateSocialSecurityNumber PIC X(09).
        10 candidateBirthDate            PIC X(08).
        10 candidateHireDate             PIC X(08).
        10 candidateHireTypeCode         PIC X(01).
        10 candidateWorkStateCode        PIC X(02).
        10 candidateAddressLine1         PIC X(40).
        10 candidateAddressLine2         PIC X(40).
        10 candidateCityName             PIC X(25).
        10 candidateHomeStateCode        PIC X(02).
        10 candidatePostalCode           PIC X(10).
01 newHireCandidateTableFullSwitch       PIC X(01) VALUE "N".
    88 newHireCandidateTableIsFull       VALUE "Y".

*> The work states met among this run's hires, in the order met.
01 workStateBucketCount                  PIC 9(02) VALUE ZERO.
01 workStateBucketIndex                  PIC 9(02) VALUE ZERO.
01 workStateBucketTable.
    05 workStateBucketEntry OCCURS 20 TIMES.
        10 workStateBucketCode           PIC X(02).
        10 workStateBucketHireCount      PIC 9(05).
01 workStateBucketFoundSwitch            PIC X(01) VALUE "N".
    88 workStateBucketWasFound           VALUE "Y".

*> The hire being looked at and why it is being held, if it is.
01 currentHireTypeCode                   PIC X(01) VALUE SPACE.
01 currentHoldReasonText                 PIC X(40) VALUE SPACES.

*> Run counters.
01 newHiresReportedCount                 PIC 9(05) VALUE ZERO.
01 rehiresReportedCount                  PIC 9(05) VALUE ZERO.
01 hiresHeldCount                        PIC 9(05) VALUE ZERO.
01 hiresAlreadyReportedCount             PIC 9(05) VALUE ZERO.
01 stateRecordCount                      PIC 9(07) VALUE ZERO.

*> File status and end-of-file switches.
01 employeeMasterFileStatus              PIC X(02) VALUE "00".
01 payPeriodControlFileStatus            PIC X(02) VALUE "00".
01 newHireReportedFileStatus             PIC X(02) VALUE "00".
01 newHireRegistryFileStatus             PIC X(02) VALUE "00".
01 newHireControlReportFileStatus        PIC X(02) VALUE "00".
01 employeeMasterEndOfFileSwitch         PIC X(01) VALUE "N".
    88 employeeMasterAtEndOfFile         VALUE "Y".
01 payCalendarEndSwitch                  PIC X(01) VALUE "N".
    88 payCalendarAtEnd                  VALUE "Y".
01 newHireReportedFoundSwitch            PIC X(01) VALUE "N".
    88 newHireWasAlreadyReported         VALUE "Y".

*> Registry records, national standard layout: a header naming the
*> state and employer, one W4 record per hire, and a trailer count.
01 registryFixedHeaderLine.
    05 FILLER                            PIC X(03) VALUE "HDR".
    05 registryHeaderStateCode           PIC X(02).
    05 registryHeaderFederalIdNumber     PIC X(09).
    05 registryHeaderEmployerName        PIC X(45).
    05 registryHeaderCreationDate        PIC X(08).
    05 registryHeaderPeriodNumber        PIC 9(04).
    05 FILLER                            PIC X(279) VALUE SPACES.
01 registryFixedDetailLine.
    05 FILLER                            PIC X(02) VALUE "W4".
    05 registryDetailSsn                 PIC X(09).
    05 registryDetailEmployeeName        PIC X(60).
    05 registryDetailAddressLine1        PIC X(40).
    05 registryDetailAddressLine2        PIC X(40).
    05 registryDetailCityName            PIC X(25).
    05 registryDetailHomeStateCode       PIC X(02).
    05 registryDetailPostalCode          PIC X(10).
    05 registryDetailBirthDate           PIC X(08).
    05 registryDetailHireDate            PIC X(08).
    05 registryDetailHireTypeCode        PIC X(01).
    05 registryDetailWorkStateCode       PIC X(02).
    05 registryDetailFederalIdNumber     PIC X(09).
    05 registryDetailEmployerName        PIC X(45).
    05 registryDetailEmployerAddress     PIC X(40).
    05 registryDetailEmployerCity        PIC X(25).
    05 registryDetailEmployerState       PIC X(02).
    05 registryDetailEmployerPostalCode  PIC X(10).
    05 FILLER                            PIC X(12) VALUE SPACES.
01 registryFixedTrailerLine.
    05 FILLER                            PIC X(03) VALUE "TRL".
    05 registryTrailerStateCode          PIC X(02).
    05 registryTrailerRecordCount        PIC 9(07).
    05 FILLER                            PIC X(338) VALUE SPACES.
*> Delimited layout: a column heading row, then one row per hire.
*> The names are quoted, since a name or street may carry a comma.
01 registryDelimitedHeadingLine          PIC X(350) VALUE
    "SSN,EMPLOYEE NAME,ADDRESS 1,ADDRESS 2,CITY,STATE,POSTAL CODE,BIRTH DATE,HIRE DATE,HIRE TYPE,WORK STATE,EMPLOYER FEIN,EMPLOYER NAME".
01 registryDelimitedDetailLine           PIC X(350) VALUE SPACES.

*> Control report lines, built and written the same way the
*> maintenance report lines are.
01 controlReportHeaderLine.
    05 FILLER                            PIC X(38) VALUE "NEW HIRE REPORT EXTRACT -- PAY PERIOD ".
    05 controlHeaderPeriodNumber         PIC 9(04).
    05 FILLER                            PIC X(15) VALUE "   PERIOD END  ".
    05 controlHeaderPeriodEndDate        PIC X(08).
    05 FILLER                            PIC X(08) VALUE "   RUN  ".
    05 controlHeaderRunDate              PIC X(08).
    05 FILLER                            PIC X(51) VALUE SPACES.
01 controlReportColumnHeaderLine.
    05 FILLER                            PIC X(20) VALUE "EMPLOYEE".
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 FILLER                            PIC X(30) VALUE "NAME".
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 FILLER                            PIC X(02) VALUE "ST".
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 FILLER                            PIC X(08) VALUE "HIRED".
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 FILLER                            PIC X(08) VALUE "TYPE".
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 FILLER                            PIC X(54) VALUE "RESULT".
01 controlReportDetailLine.
    05 controlDetailEmployeeId           PIC X(20).
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 controlDetailEmployeeName         PIC X(30).
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 controlDetailWorkStateCode        PIC X(02).
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 controlDetailHireDate             PIC X(08).
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 controlDetailHireType             PIC X(08).
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 controlDetailResultText           PIC X(54).
01 controlReportSummaryLine.
    05 FILLER                            PIC X(11) VALUE "NEW HIRES: ".
    05 controlSummaryNewHireCount        PIC Z(4)9.
    05 FILLER                            PIC X(12) VALUE "  REHIRES:  ".
    05 controlSummaryRehireCount         PIC Z(4)9.
    05 FILLER                            PIC X(09) VALUE "  HELD:  ".
    05 controlSummaryHeldCount           PIC Z(4)9.
    05 FILLER                            PIC X(22) VALUE "  ALREADY REPORTED:   ".
    05 controlSummaryAlreadyCount        PIC Z(4)9.
    05 FILLER                            PIC X(58) VALUE SPACES.
01 controlReportSeparatorLine            PIC X(132) VALUE ALL "-".
01 controlReportBlankLine                PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO runDateText
    PERFORM findMostRecentlyCompletedPeriod
    IF NOT reportPeriodWasFound
        DISPLAY "errorMessage=No completed pay period on the pay calendar; nothing to report new hires for"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    IF employerFederalIdNumber = SPACES
       OR employerFederalIdNumber IS NOT NUMERIC
        DISPLAY "errorMessage=Employer FEIN is not set; no registry accepts a new hire record without one"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF

    PERFORM openNewHireExtractFiles
    PERFORM writeControlReportHeader

    MOVE "N" TO employeeMasterEndOfFileSwitch
    MOVE LOW-VALUES TO employeeMasterEmployeeIdentifier
    START employeeMasterFile KEY IS NOT LESS THAN employeeMasterEmployeeIdentifier
        INVALID KEY SET employeeMasterAtEndOfFile TO TRUE
    END-START
    IF NOT employeeMasterAtEndOfFile
        PERFORM readNextEmployeeMasterRecord
        PERFORM selectOneEmployeeForNewHireReport
            UNTIL employeeMasterAtEndOfFile
    END-IF

    OPEN EXTEND newHireRegistryFile
    IF newHireRegistryFileStatus = "35"
        OPEN OUTPUT newHireRegistryFile
    END-IF
    PERFORM writeOneWorkStateBlock
        VARYING workStateBucketIndex FROM 1 BY 1
        UNTIL workStateBucketIndex > workStateBucketCount
    CLOSE newHireRegistryFile

    PERFORM writeControlReportSummary

    CLOSE employeeMasterFile
    CLOSE newHireReportedFile
    CLOSE newHireControlReportFile

    DISPLAY "newHireReportPeriod=" reportPeriodNumber
    DISPLAY "newHiresReported=" newHiresReportedCount
    DISPLAY "rehiresReported=" rehiresReportedCount
    DISPLAY "hiresHeld=" hiresHeldCount
    DISPLAY "newHireStates=" workStateBucketCount
    GOBACK.

findMostRecentlyCompletedPeriod.
    *> The last completed period in file order, the same period the
    *> other after-the-run programs work.
    MOVE "N" TO payCalendarEndSwitch
    OPEN INPUT payPeriodControlFile
    IF payPeriodControlFileStatus NOT = "00"
        DISPLAY "errorMessage=Pay calendar is not available, status " payPeriodControlFileStatus
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    PERFORM readNextPayCalendarLine
    PERFORM checkOnePayCalendarLine
        UNTIL payCalendarAtEnd
    CLOSE payPeriodControlFile.

readNextPayCalendarLine.
    READ payPeriodControlFile
        AT END SET payCalendarAtEnd TO TRUE
    END-READ.

checkOnePayCalendarLine.
    IF payPeriodIsCompleted
        MOVE payPeriodNumber TO reportPeriodNumber
        MOVE payPeriodEndDate TO reportPeriodEndDate
        SET reportPeriodWasFound TO TRUE
    END-IF
    PERFORM readNextPayCalendarLine.

openNewHireExtractFiles.
    OPEN INPUT employeeMasterFile
    IF employeeMasterFileStatus NOT = "00"
        DISPLAY "errorMessage=Employee master file is not available for new hire extract, status " employeeMasterFileStatus
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF

    *> The reported file will not exist before the first extract;
    *> create it rather than treating that as an error, the same way
    *> the maintenance programs bootstrap their own files.
    OPEN I-O newHireReportedFile
    IF newHireReportedFileStatus = "35"
        OPEN OUTPUT newHireReportedFile
        CLOSE newHireReportedFile
        OPEN I-O newHireReportedFile
    END-IF
    IF newHireReportedFileStatus NOT = "00"
        DISPLAY "errorMessage=New hire reported file is not available, status " newHireReportedFileStatus
        CLOSE employeeMasterFile
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF

    OPEN EXTEND newHireControlReportFile
    IF newHireControlReportFileStatus = "35"
        OPEN OUTPUT newHireControlReportFile
    END-IF.

writeControlReportHeader.
    MOVE reportPeriodNumber TO controlHeaderPeriodNumber
    MOVE reportPeriodEndDate TO controlHeaderPeriodEndDate
    MOVE runDateText TO controlHeaderRunDate
    WRITE newHireControlReportPrintLine FROM controlReportHeaderLine
    WRITE newHireControlReportPrintLine FROM controlReportSeparatorLine
    WRITE newHireControlReportPrintLine FROM controlReportColumnHeaderLine.

writeControlReportSummary.
    MOVE newHiresReportedCount TO controlSummaryNewHireCount
    MOVE rehiresReportedCount TO controlSummaryRehireCount
    MOVE hiresHeldCount TO controlSummaryHeldCount
    MOVE hiresAlreadyReportedCount TO controlSummaryAlreadyCount
    WRITE newHireControlReportPrintLine FROM controlReportSeparatorLine
    WRITE newHireControlReportPrintLine FROM controlReportSummaryLine
    WRITE newHireControlReportPrintLine FROM controlReportBlankLine.

readNextEmployeeMasterRecord.
    READ employeeMasterFile NEXT RECORD
        AT END SET employeeMasterAtEndOfFile TO TRUE
    END-READ.

selectOneEmployeeForNewHireReport.
    *> Reportable: a hire date on file, on or before the period's end
    *> (a hire dated into a later period waits for that period), and
    *> not already on the reported file under that hire date. Status
    *> does not matter -- someone hired and gone again before the
    *> report ran was still hired.
    IF employeeMasterHireDate NOT = SPACES
       AND employeeMasterHireDate <= reportPeriodEndDate
        MOVE employeeMasterEmployeeIdentifier
            TO newHireReportedEmployeeIdentifier
        MOVE employeeMasterHireDate TO newHireReportedHireDate
        MOVE "N" TO newHireReportedFoundSwitch
        READ newHireReportedFile
            INVALID KEY CONTINUE
            NOT INVALID KEY SET newHireWasAlreadyReported TO TRUE
        END-READ
        IF newHireWasAlreadyReported
            ADD 1 TO hiresAlreadyReportedCount
        ELSE
            PERFORM considerOneUnreportedHire
        END-IF
    END-IF
    PERFORM readNextEmployeeMasterRecord.

considerOneUnreportedHire.
    *> A hire after an earlier one is a rehire.
    IF employeeMasterOriginalHireDate NOT = SPACES
       AND employeeMasterHireDate > employeeMasterOriginalHireDate
        MOVE "R" TO currentHireTypeCode
    ELSE
        MOVE "N" TO currentHireTypeCode
    END-IF
    *> A registry rejects a record with no SSN or no address, so such a
    *> hire is held and listed rather than sent half-filled; with
    *> nothing written to the reported file it is picked up again by
    *> the first run after maintenance fills the gap.
    MOVE SPACES TO currentHoldReasonText
    EVALUATE TRUE
        WHEN employeeMasterSocialSecurityNumber = SPACES
            MOVE "HELD - NO SSN ON FILE" TO currentHoldReasonText
        WHEN employeeMasterAddressLine1 = SPACES
          OR employeeMasterCityName = SPACES
          OR employeeMasterPostalCode = SPACES
            MOVE "HELD - NO HOME ADDRESS ON FILE" TO currentHoldReasonText
        WHEN employeeMasterWorkStateCode = SPACES
            MOVE "HELD - NO WORK STATE ON FILE" TO currentHoldReasonText
        WHEN newHireCandidateCount >= 500
            MOVE "HELD - RUN IS FULL, REPORTED NEXT RUN" TO currentHoldReasonText
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    IF currentHoldReasonText = SPACES
        PERFORM addWorkStateBucketForEmployee
        IF workStateBucketIndex = ZERO
            MOVE "HELD - TOO MANY WORK STATES THIS RUN" TO currentHoldReasonText
        END-IF
    END-IF
    IF currentHoldReasonText = SPACES
        PERFORM holdCandidateForRegistryFile
    ELSE
        ADD 1 TO hiresHeldCount
        MOVE employeeMasterEmployeeIdentifier TO controlDetailEmployeeId
        MOVE employeeMasterEmployeeFullName TO controlDetailEmployeeName
        MOVE employeeMasterWorkStateCode TO controlDetailWorkStateCode
        MOVE employeeMasterHireDate TO controlDetailHireDate
        PERFORM setControlDetailHireType
        MOVE currentHoldReasonText TO controlDetailResultText
        WRITE newHireControlReportPrintLine FROM controlReportDetailLine
        DISPLAY "errorMessage=New hire for employeeIdentifier="
            FUNCTION TRIM(employeeMasterEmployeeIdentifier)
            " not reported (" FUNCTION TRIM(currentHoldReasonText) ")"
    END-IF.

setControlDetailHireType.
    IF currentHireTypeCode = "R"
        MOVE "REHIRE" TO controlDetailHireType
    ELSE
        MOVE "NEW HIRE" TO controlDetailHireType
    END-IF.

addWorkStateBucketForEmployee.
    MOVE "N" TO workStateBucketFoundSwitch
    PERFORM findWorkStateBucketEntry
        VARYING workStateBucketIndex FROM 1 BY 1
        UNTIL workStateBucketIndex > workStateBucketCount
           OR workStateBucketWasFound
    IF workStateBucketWasFound
        *> The VARYING loop steps the index past the matching entry
        *> before re-testing the switch, so it is stepped back one.
        SUBTRACT 1 FROM workStateBucketIndex
    ELSE
        IF workStateBucketCount < 20
            ADD 1 TO workStateBucketCount
            MOVE workStateBucketCount TO workStateBucketIndex
            MOVE employeeMasterWorkStateCode
                TO workStateBucketCode(workStateBucketIndex)
            MOVE ZERO TO workStateBucketHireCount(workStateBucketIndex)
        ELSE
            MOVE ZERO TO workStateBucketIndex
        END-IF
    END-IF.

findWorkStateBucketEntry.
    IF workStateBucketCode(workStateBucketIndex) = employeeMasterWorkStateCode
        SET workStateBucketWasFound TO TRUE
    END-IF.

holdCandidateForRegistryFile.
    ADD 1 TO workStateBucketHireCount(workStateBucketIndex)
    ADD 1 TO newHireCandidateCount
    MOVE employeeMasterEmployeeIdentifier
        TO candidateEmployeeIdentifier(newHireCandidateCount)
    MOVE employeeMasterEmployeeFullName
        TO candidateEmployeeFullName(newHireCandidateCount)
    MOVE employeeMasterSocialSecurityNumber
        TO candidateSocialSecurityNumber(newHireCandidateCount)
    MOVE employeeMasterBirthDate
        TO candidateBirthDate(newHireCandidateCount)
    MOVE employeeMasterHireDate
        TO candidateHireDate(newHireCandidateCount)
    MOVE currentHireTypeCode
        TO candidateHireTypeCode(newHireCandidateCount)
    MOVE employeeMasterWorkStateCode
        TO candidateWorkStateCode(newHireCandidateCount)
    MOVE employeeMasterAddressLine1
        TO candidateAddressLine1(newHireCandidateCount)
    MOVE employeeMasterAddressLine2
        TO candidateAddressLine2(newHireCandidateCount)
    MOVE employeeMasterCityName
        TO candidateCityName(newHireCandidateCount)
    MOVE employeeMasterHomeStateCode
        TO candidateHomeStateCode(newHireCandidateCount)
    MOVE employeeMasterPostalCode
        TO candidatePostalCode(newHireCandidateCount).

writeOneWorkStateBlock.
    *> One block per work state, in that state's registry layout.
    PERFORM lookUpWorkStateLayout
    MOVE ZERO TO stateRecordCount
    IF currentLayoutIsDelimited
        WRITE newHireRegistryLine FROM registryDelimitedHeadingLine
    ELSE
        MOVE workStateBucketCode(workStateBucketIndex)
            TO registryHeaderStateCode
        MOVE employerFederalIdNumber TO registryHeaderFederalIdNumber
        MOVE employerLegalName TO registryHeaderEmployerName
        MOVE runDateText TO registryHeaderCreationDate
        MOVE reportPeriodNumber TO registryHeaderPeriodNumber
        WRITE newHireRegistryLine FROM registryFixedHeaderLine
    END-IF
    PERFORM writeOneCandidateForWorkState
        VARYING newHireCandidateIndex FROM 1 BY 1
        UNTIL newHireCandidateIndex > newHireCandidateCount
    IF NOT currentLayoutIsDelimited
        MOVE workStateBucketCode(workStateBucketIndex)
            TO registryTrailerStateCode
        MOVE stateRecordCount TO registryTrailerRecordCount
        WRITE newHireRegistryLine FROM registryFixedTrailerLine
    END-IF.

lookUpWorkStateLayout.
    MOVE "F" TO currentLayoutCode
    MOVE "N" TO newHireLayoutFoundSwitch
    PERFORM findNewHireLayoutEntry
        VARYING newHireLayoutIndex FROM 1 BY 1
        UNTIL newHireLayoutIndex > newHireLayoutEntryCount
           OR newHireLayoutWasFound
    IF newHireLayoutWasFound
        SUBTRACT 1 FROM newHireLayoutIndex
        MOVE newHireLayoutCode(newHireLayoutIndex) TO currentLayoutCode
    END-IF.

findNewHireLayoutEntry.
    IF newHireLayoutStateCode(newHireLayoutIndex)
       = workStateBucketCode(workStateBucketIndex)
        SET newHireLayoutWasFound TO TRUE
    END-IF.

writeOneCandidateForWorkState.
    IF candidateWorkStateCode(newHireCandidateIndex)
       = workStateBucketCode(workStateBucketIndex)
        IF currentLayoutIsDelimited
            PERFORM buildDelimitedRegistryLine
            WRITE newHireRegistryLine FROM registryDelimitedDetailLine
        ELSE
            PERFORM buildFixedRegistryLine
            WRITE newHireRegistryLine FROM registryFixedDetailLine
        END-IF
        ADD 1 TO stateRecordCount
        PERFORM recordHireAsReported
    END-IF.

buildFixedRegistryLine.
    MOVE candidateSocialSecurityNumber(newHireCandidateIndex)
        TO registryDetailSsn
    MOVE candidateEmployeeFullName(newHireCandidateIndex)
        TO registryDetailEmployeeName
    MOVE candidateAddressLine1(newHireCandidateIndex)
        TO registryDetailAddressLine1
    MOVE candidateAddressLine2(newHireCandidateIndex)
        TO registryDetailAddressLine2
    MOVE candidateCityName(newHireCandidateIndex)
        TO registryDetailCityName
    MOVE candidateHomeStateCode(newHireCandidateIndex)
        TO registryDetailHomeStateCode
    MOVE candidatePostalCode(newHireCandidateIndex)
        TO registryDetailPostalCode
    MOVE candidateBirthDate(newHireCandidateIndex)
        TO registryDetailBirthDate
    MOVE candidateHireDate(newHireCandidateIndex)
        TO registryDetailHireDate
    MOVE candidateHireTypeCode(newHireCandidateIndex)
        TO registryDetailHireTypeCode
    MOVE candidateWorkStateCode(newHireCandidateIndex)
        TO registryDetailWorkStateCode
    MOVE employerFederalIdNumber TO registryDetailFederalIdNumber
    MOVE employerLegalName TO registryDetailEmployerName
    MOVE employerAddressLine TO registryDetailEmployerAddress
    MOVE employerCityName TO registryDetailEmployerCity
    MOVE employerStateCode TO registryDetailEmployerState
    MOVE employerPostalCode TO registryDetailEmployerPostalCode.

buildDelimitedRegistryLine.
    MOVE SPACES TO registryDelimitedDetailLine
    STRING candidateSocialSecurityNumber(newHireCandidateIndex) ","
        QUOTE FUNCTION TRIM(candidateEmployeeFullName(newHireCandidateIndex)) QUOTE ","
        QUOTE FUNCTION TRIM(candidateAddressLine1(newHireCandidateIndex)) QUOTE ","
        QUOTE FUNCTION TRIM(candidateAddressLine2(newHireCandidateIndex)) QUOTE ","
        FUNCTION TRIM(candidateCityName(newHireCandidateIndex)) ","
        candidateHomeStateCode(newHireCandidateIndex) ","
        FUNCTION TRIM(candidatePostalCode(newHireCandidateIndex)) ","
        candidateBirthDate(newHireCandidateIndex) ","
        candidateHireDate(newHireCandidateIndex) ","
        candidateHireTypeCode(newHireCandidateIndex) ","
        candidateWorkStateCode(newHireCandidateIndex) ","
        employerFederalIdNumber ","
        QUOTE FUNCTION TRIM(employerLegalName) QUOTE
        DELIMITED BY SIZE INTO registryDelimitedDetailLine
        ON OVERFLOW CONTINUE
    END-STRING.

recordHireAsReported.
    MOVE candidateEmployeeIdentifier(newHireCandidateIndex)
        TO newHireReportedEmployeeIdentifier
    MOVE candidateHireDate(newHireCandidateIndex)
        TO newHireReportedHireDate
    MOVE candidateHireTypeCode(newHireCandidateIndex)
        TO newHireReportedTypeCode
    MOVE candidateWorkStateCode(newHireCandidateIndex)
        TO newHireReportedStateCode
    MOVE reportPeriodNumber TO newHireReportedPeriodNumber
    MOVE runDateText TO newHireReportedRunDate
    WRITE newHireReportedRecord
        INVALID KEY
            DISPLAY "errorMessage=New hire for employeeIdentifier="
                FUNCTION TRIM(newHireReportedEmployeeIdentifier)
                " could not be recorded as reported, status " newHireReportedFileStatus
    END-WRITE
    IF candidateHireTypeCode(newHireCandidateIndex) = "R"
        ADD 1 TO rehiresReportedCount
    ELSE
        ADD 1 TO newHiresReportedCount
    END-IF
    MOVE candidateEmployeeIdentifier(newHireCandidateIndex)
        TO controlDetailEmployeeId
    MOVE candidateEmployeeFullName(newHireCandidateIndex)
        TO controlDetailEmployeeName
    MOVE candidateWorkStateCode(newHireCandidateIndex)
        TO controlDetailWorkStateCode
    MOVE candidateHireDate(newHireCandidateIndex) TO controlDetailHireDate
    MOVE candidateHireTypeCode(newHireCandidateIndex) TO currentHireTypeCode
    PERFORM setControlDetailHireType
    MOVE SPACES TO controlDetailResultText
    STRING "REPORTED - LAYOUT " currentLayoutCode
        DELIMITED BY SIZE INTO controlDetailResultText
    END-STRING
    WRITE newHireControlReportPrintLine FROM controlReportDetailLine.
