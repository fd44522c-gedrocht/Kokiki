    05 maintenanceFilingStatusCodeText        PIC X(01).
    05 maintenanceDependentCreditAmountText   PIC X(20).
    05 maintenanceExtraWithholdingAmountText  PIC X(20).
*> The date a HIRE, TERM, or REAC takes effect, stamped on the master
*> as the hire, termination, or rehire date; blank means the day of
*> the maintenance run. Ignored on a CHNG.
    05 maintenanceEffectiveDateText           PIC X(08).
*> Demographics, mirroring the employee master fields. The SSN may
*> arrive as nine digits or as NNN-NN-NNNN and is required on a
*> HIRE; the birth date is YYYYMMDD. Blank on a CHNG means "leave it
*> alone", like every other change field -- an address change
*> replaces the whole address, so it must carry line 1, city, state,
*> and postal code together.
    05 maintenanceSocialSecurityNumberText    PIC X(11).
    05 maintenanceBirthDateText               PIC X(08).
    05 maintenanceAddressLine1Text            PIC X(40).
    05 maintenanceAddressLine2Text            PIC X(40).
    05 maintenanceCityNameText                PIC X(25).
    05 maintenanceHomeStateCodeText           PIC X(02).
    05 maintenancePostalCodeText              PIC X(10).
*> Who submitted the transaction. A change to bank details, hourly
*> wage, annual salary, or pay type does not land on the master
*> directly: it is held on the pending change file until a different
*> user approves it, so the submitter has to be named.
    05 maintenanceRequestedByUserText         PIC X(08).
