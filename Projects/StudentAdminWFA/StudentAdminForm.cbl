select Import-Preview-File assign to WS-Import-Preview-Path
    organization is line sequential.

select Record-Lock-File assign to WS-Reclock-Path
    organization is indexed
    access mode is dynamic
    record key is Rl-Key
    file status is Reclock-File-Status.

data division.
file section.

       88 Directory-Suppressed VALUE 'Y'.


*> Audit-Before/Audit-After carry the old and new value for an
*> address change (ADDRCHG) so AuditInquiry can show what changed;
*> they are blank on every other action.  Lines written before they
*> were added simply read back with both blank.
FD  Audit-Trail-File.
01  Audit-Trail-Rec.
    02 Audit-Timestamp    PIC X(21).
    02 Audit-Student-Id   PIC 9(5).
    02 FILLER             PIC X(1) VALUE SPACE.
    02 Audit-User         PIC X(10).
    02 FILLER             PIC X(1) VALUE SPACE.
    02 Audit-Before       PIC X(40).
    02 FILLER             PIC X(1) VALUE SPACE.
    02 Audit-After        PIC X(40).

*> Effective-dated address history - every address change writes a
*> new home (type H) row here instead of only overwriting
    02 FILLER              PIC X(1) VALUE SPACE.
    02 Ip-Disposition      PIC X(24).

*> Record-in-use registry shared with EnrollmentForm and
*> StudFeesCashier - one row per clerk holding a record up for change,
*> written when the record is queried and removed on save, clear,
*> exit or the next query.  It is advisory: a second clerk bringing
*> the same record up is told who already has it, and the stale-
*> update check below is what actually protects the data.  Rows left
*> behind by a form that was killed rather than exited are listed
*> and cleared by RecordLockReport.
FD  Record-Lock-File.
01  Rl-Rec.
    02 Rl-Key.
       03 Rl-Resource       PIC X(8).
       03 Rl-Record-Key     PIC X(20).
       03 Rl-User           PIC X(10).
    02 Rl-Program           PIC X(16).
    02 Rl-Set-Date          PIC 9(8).
    02 Rl-Set-Time          PIC 9(6).

WORKING-STORAGE SECTION.
01  RecordStatus       PIC 9(2).
    88 RecordFound     VALUE 00.
01  WS-Sysbusy-Path            PIC X(260).
01  WS-Lock-Set-Date           PIC 9(8)  VALUE ZERO.
01  WS-Lock-Today              PIC 9(8)  VALUE ZERO.
01  WS-Reclock-Path            PIC X(260).
01  Reclock-File-Status        PIC XX.

*> Stale-update check: the record exactly as it was read when the
*> clerk queried it.  Update and Delete re-read the record and
*> refuse the change if anyone has rewritten it since, rather than
*> letting the second save silently overwrite the first.
01  WS-Held-Sw                 PIC X VALUE "N".
    88 Record-Held             VALUE "Y".
01  WS-Held-Student-Id         PIC 9(5) VALUE ZERO.
01  WS-Lock-Record-Key         PIC X(20) VALUE SPACES.
01  WS-Read-Image.
    02 Ri-StudentId        PIC 9(5).
    02 Ri-StudentName.
       03 Ri-Lastname      PIC X(20).
       03 Ri-Firstname     PIC X(15).
       03 Ri-Middlename    PIC X(15).
    02 Ri-DateOfBirth      PIC X(8).
    02 Ri-StudentSSN       PIC 9(9).
    02 Ri-Gender           PIC X.
    02 Ri-StudentAddress   PIC X(30).
    02 Ri-StudentCity      PIC X(20).
    02 Ri-StudentState     PIC X(2).
    02 Ri-StudentZipCode   PIC 9(5).
    02 Ri-CourseCode       PIC X(4).
    02 Ri-Campus-Code      PIC X(4).
    02 Ri-ConfidentialFlag PIC X.

*> Data-file locations, resolved at run time so the suite can be
*> pointed at a shared network data directory via environment
            set WS-Import-Preview-Path to ls-env-value
        end-if
    end-if

    set WS-Reclock-Path to "RECLOCK.DAT"
    set ls-env-value to type System.Environment::GetEnvironmentVariable("RECLOCK_PATH")
    if ls-env-value not = null
        if ls-env-value::Length > 0
            set WS-Reclock-Path to ls-env-value
        end-if
    end-if
end method.

method-id NEW.
        open i-o Address-History-File
    end-if

    open i-o Record-Lock-File
    if Reclock-File-Status = "05" or Reclock-File-Status = "35"
        close Record-Lock-File
        open output Record-Lock-File
        close Record-Lock-File
        open i-o Record-Lock-File
    end-if

    invoke self::InitializeComponent
    goback.
end method.
    move ll-Action to Audit-Action
    move ll-StudentId to Audit-Student-Id
    move WS-Current-User to Audit-User
    move spaces to Audit-Before Audit-After
    write Audit-Trail-Rec
end method.

*> An address change gets its own ADDRCHG line carrying the street,
*> state and zip before and after, so "who changed this student's
*> address" can be answered from the audit trail alone.
method-id writeAddressAuditRecord final private.
procedure division.
    move FUNCTION CURRENT-DATE to Audit-Timestamp
    move "ADDRCHG " to Audit-Action
    move studentId to Audit-Student-Id
    move WS-Current-User to Audit-User
    move spaces to Audit-Before Audit-After
    string WS-Old-Address " " WS-Old-State " " WS-Old-Zip
        delimited by size into Audit-Before
    string StudentAddress " " StudentState " " StudentZipCode
        delimited by size into Audit-After
    write Audit-Trail-Rec
end method.

    end-if
end method.

*> Record-in-use: called once a query has found the student.
*> Keeps the image the stale-update check compares against, tells
*> the clerk if anyone else already has the student up, then
*> registers this clerk's own hold on it.
method-id holdRecord final private.
local-storage section.
01 ls-holders  type System.String.
procedure division.
    if Record-Held and WS-Held-Student-Id not = studentId
        invoke releaseRecordLock
    end-if
    move studentAdmRec to WS-Read-Image
    move studentId to WS-Held-Student-Id
    move studentId to WS-Lock-Record-Key
    set Record-Held to true

    set ls-holders to ""
    move "STUDADM" to Rl-Resource
    move WS-Lock-Record-Key to Rl-Record-Key
    move low-values to Rl-User
    start Record-Lock-File key is greater than Rl-Key
        invalid key move "23" to Reclock-File-Status
    end-start
    perform until Reclock-File-Status not = "00"
        read Record-Lock-File next record
            at end move "10" to Reclock-File-Status
        end-read
        if Reclock-File-Status = "00"
            if Rl-Resource not = "STUDADM"
                    or Rl-Record-Key not = WS-Lock-Record-Key
                move "10" to Reclock-File-Status
            else
                if Rl-User not = WS-Current-User
                    set ls-holders to ls-holders & "  " & Rl-User
                        & " (" & Rl-Program & ") since "
                        & Rl-Set-Time(1:2) & ":" & Rl-Set-Time(3:2)
                        & " on " & Rl-Set-Date
                        & System.Environment::NewLine
                end-if
            end-if
        end-if
    end-perform
    if ls-holders::Length > 0
        invoke type MessageBox::Show(
            "Student ID: " & studentId & " is already open for change by:"
                & System.Environment::NewLine & ls-holders
                & "Any change you save will be refused if theirs is "
                & "saved first.", "Record In Use")
    end-if

    move "STUDADM" to Rl-Resource
    move WS-Lock-Record-Key to Rl-Record-Key
    move WS-Current-User to Rl-User
    move "STUDENTADMINFORM" to Rl-Program
    move FUNCTION CURRENT-DATE(1:8) to Rl-Set-Date
    move FUNCTION CURRENT-DATE(9:6) to Rl-Set-Time
    write Rl-Rec
        invalid key
            rewrite Rl-Rec
            end-rewrite
    end-write
end method.

*> Record-in-use: drops this clerk's registry row for the student
*> currently held.  Only the clerk's own row is touched - another
*> clerk's hold on the same student stays in place.
method-id releaseRecordLock final private.
procedure division.
    if Record-Held
        move "STUDADM" to Rl-Resource
        move WS-Lock-Record-Key to Rl-Record-Key
        move WS-Current-User to Rl-User
        delete Record-Lock-File
            invalid key continue
        end-delete
        move "N" to WS-Held-Sw
        move zero to WS-Held-Student-Id
        move spaces to WS-Lock-Record-Key
    end-if
end method.

*> Stale-update check: re-reads the held student and compares it
*> with the image taken at query time.  If another clerk has saved
*> a change (or deleted the student) in between, the clerk is shown
*> what changed, the form is refreshed from the record as it now
*> stands, and false is returned so the caller refuses the save.
method-id recordUnchanged final private returning ll-Ok as condition-value.
local-storage section.
01 ls-changes  type System.String.
01 ls-nl       type System.String.
procedure division.
    set ll-Ok to true
    set ls-nl to System.Environment::NewLine
    move WS-Held-Student-Id to studentId
    read StudentAdminMasterFile
        key is studentId
    end-read

    if RecordNotFound
        invoke type MessageBox::Show(
            "Student ID: " & WS-Held-Student-Id & " has been deleted by "
                & "another user since you brought it up.  Your change "
                & "was not saved.", "Record Changed")
        invoke releaseRecordLock
        set ll-Ok to false
        goback
    end-if
    invoke checkFatalStatus(RecordStatus "READ StudentAdminMasterFile")

    if studentAdmRec = WS-Read-Image
        goback
    end-if

    set ls-changes to ""
    if StudentName not = Ri-StudentName
        set ls-changes to ls-changes & "  Name: "
            & FUNCTION TRIM(Ri-Lastname) & ", " & FUNCTION TRIM(Ri-Firstname)
            & " -> " & FUNCTION TRIM(Lastname) & ", "
            & FUNCTION TRIM(Firstname) & ls-nl
    end-if
    if DateOfBirth not = Ri-DateOfBirth
        set ls-changes to ls-changes & "  Date of birth: " & Ri-DateOfBirth
            & " -> " & DateOfBirth & ls-nl
    end-if
    if StudentSSN not = Ri-StudentSSN
        set ls-changes to ls-changes & "  SSN changed" & ls-nl
    end-if
    if Gender not = Ri-Gender
        set ls-changes to ls-changes & "  Gender: " & Ri-Gender
            & " -> " & Gender & ls-nl
    end-if
    if StudentAddress not = Ri-StudentAddress
            or StudentCity not = Ri-StudentCity
            or StudentState not = Ri-StudentState
            or StudentZipCode not = Ri-StudentZipCode
        set ls-changes to ls-changes & "  Address: "
            & FUNCTION TRIM(Ri-StudentAddress) & ", "
            & FUNCTION TRIM(Ri-StudentCity)
            & " " & Ri-StudentState & " " & Ri-StudentZipCode & " -> "
            & FUNCTION TRIM(StudentAddress) & ", "
            & FUNCTION TRIM(StudentCity)
            & " " & StudentState & " " & StudentZipCode & ls-nl
    end-if
    if CourseCode not = Ri-CourseCode
        set ls-changes to ls-changes & "  Course: " & Ri-CourseCode
            & " -> " & CourseCode & ls-nl
    end-if
    if Campus-Code not = Ri-Campus-Code
        set ls-changes to ls-changes & "  Campus: " & Ri-Campus-Code
            & " -> " & Campus-Code & ls-nl
    end-if
    if ConfidentialFlag not = Ri-ConfidentialFlag
        set ls-changes to ls-changes & "  Directory suppression: "
            & Ri-ConfidentialFlag & " -> " & ConfidentialFlag & ls-nl
    end-if

    invoke type MessageBox::Show(
        "Student ID: " & studentId & " was changed by another user "
            & "after you brought it up:" & ls-nl & ls-changes
            & "Your change was not saved.  The screen now shows the "
            & "record as it stands - re-enter your change if it still "
            & "applies.", "Record Changed")
    invoke copyDataFromRecordToForm
    move studentAdmRec to WS-Read-Image
    set ll-Ok to false
end method.

method-id copyDataFromRecordToForm final private.
procedure division.
    move Lastname to studentLastNameInp::Text
method-id button2_Click final private.
procedure division using by value sender as object e as type System.EventArgs.
    set self::DialogResult to type DialogResult::OK.
    invoke releaseRecordLock.
    close StudentAdminMasterFile.
    close Audit-Trail-File.
    close Address-History-File.
    close Record-Lock-File.
    invoke self::Close().
end method.

method-id clearBtn_Click final private.
procedure division using by value sender as object e as type System.EventArgs.
*    clear all fields
    invoke releaseRecordLock.
    move spaces to studentidinp::Text.
    move spaces to studentlastnameinp::Text.
    move spaces to studentfirstnameinp::Text.
        end-try

        if RecordFound
            invoke holdRecord
*           Copy data from the record to the GUI form
            invoke copyDataFromRecordToForm
            
            key is studentId
        end-read

        if RecordFound and Record-Held
                and studentId = WS-Held-Student-Id
            if not recordUnchanged
                goback
            end-if
        end-if

        if RecordFound
            if type MessageBox::Show(
                    "Delete Student ID: " & studentId & "?", "Confirm Delete",
        goback
    end-if
    try
*>      the save is checked against the student as it was queried -
*>      an update with nothing queried has nothing to check against
        set studentId to type System.Convert::ToInt16(studentIdInp::Text)
        if not Record-Held or studentId not = WS-Held-Student-Id
            invoke type MessageBox::Show(
                "Query Student ID: " & studentId & " before updating it.")
            goback
        end-if
        if not recordUnchanged
            goback
        end-if

*>      remember the address the record carried so a change can be
*>      detected after the form copies over it
        move StudentAddress to WS-Old-Address
                        or StudentState not = WS-Old-State
                        or StudentZipCode not = WS-Old-Zip
                    invoke writeAddressHistoryRow
                    invoke writeAddressAuditRecord
                end-if
                move studentAdmRec to WS-Read-Image
                invoke type MessageBox::Show("Student ID: " & studentId & " successfully updated!")
        end-rewrite

