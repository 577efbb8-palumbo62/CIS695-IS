*>
*> The shared USERACCESS.DAT login gates the session, the same file
*> and roles the console suite reads.
*>
*> Record-in-use protection: a query registers the clerk's hold on
*> the enrollment in RECLOCK.DAT (warning if another clerk already
*> has it up) and keeps an image of the record as read.  Update and
*> Delete are refused if the enrollment has been changed since, with
*> the changes shown and the screen refreshed, so a second save can
*> no longer overwrite the first unseen.

environment division.

    organization is line sequential
    file status is Audit-Status.

select Record-Lock-File assign to WS-Reclock-Path
    organization is indexed
    access mode is dynamic
    record key is Rl-Key
    file status is Reclock-Status.

data division.
file section.

    02  FILLER                  PIC X(1).
    02  Audit-User              PIC X(10).

*> Record-in-use registry, same layout StudentAdminForm and
*> StudFeesCashier write and RecordLockReport lists.
FD  Record-Lock-File.
01  Rl-Rec.
    02  Rl-Key.
        03  Rl-Resource             PIC X(8).
        03  Rl-Record-Key           PIC X(20).
        03  Rl-User                 PIC X(10).
    02  Rl-Program                  PIC X(16).
    02  Rl-Set-Date                 PIC 9(8).
    02  Rl-Set-Time                 PIC 9(6).

WORKING-STORAGE SECTION.
01  Se-Status               PIC X(2).
    88  Se-Rec-Found        VALUE "00".
01  Mc-File-Status          PIC X(2).
01  Ua-File-Status          PIC X(2).
01  Audit-Status            PIC X(2).
01  Reclock-Status          PIC X(2).

01  WS-Studenr-Path         PIC X(260).
01  WS-Prereq-Path          PIC X(260).
01  WS-Useraccess-Path      PIC X(260).
01  WS-Audit-Path           PIC X(260).
01  WS-Sysbusy-Path         PIC X(260).
01  WS-Reclock-Path         PIC X(260).
01  WS-Lock-Set-Date        PIC 9(8)  VALUE ZERO.
01  WS-Lock-Today           PIC 9(8)  VALUE ZERO.

01  WS-User-Access-Max      PIC 9(3) VALUE 500.
01  WS-User-Access-Count    PIC 9(3) VALUE ZEROS.
01  User-Access-Table.
    02  Ua-Entry OCCURS 500 TIMES INDEXED BY Ua-Idx.
        03  Ua-UserId-Tbl       PIC X(10).
        03  Ua-Password-Tbl     PIC X(10).
        03  Ua-Role-Tbl         PIC X(1).
    88  Role-Is-Query       VALUE "Q".

01  Prereq-Table.
    02  Pq-Entry OCCURS 2000 TIMES INDEXED BY Pq-Idx.
        03  Pq-Module-Tbl            PIC X(5).
        03  Pq-Prereq-Tbl            PIC X(5).
01  WS-Prereq-Max           PIC 9(4) VALUE 2000.
01  WS-Prereq-Count         PIC 9(4) VALUE ZEROS.
01  WS-Prereqs-Ok           PIC X VALUE "Y".
    88  Prereqs-Satisfied   VALUE "Y".

01  Capacity-Table.
    02  Mc-Entry OCCURS 2000 TIMES INDEXED BY Mc-Idx.
        03  Mc-Module-Tbl             PIC X(5).
        03  Mc-Section-Tbl            PIC 9(2).
        03  Mc-Capacity-Tbl           PIC 9(5).
01  WS-Modcap-Max           PIC 9(4) VALUE 2000.
01  WS-Modcap-Count         PIC 9(4) VALUE ZEROS.
01  WS-Capacity-Found       PIC X VALUE "N".
    88  Capacity-Defined    VALUE "Y".
01  WS-Today                PIC 9(8).
01  WS-List-Line            PIC X(60).

01  WS-Held-Sw              PIC X VALUE "N".
    88  Record-Held         VALUE "Y".
01  WS-Held-Key             PIC X(18) VALUE SPACES.
01  WS-Lock-Record-Key      PIC X(20) VALUE SPACES.
01  WS-Read-Image.
    02  Ri-Key                      PIC X(18).
    02  Ri-Enrolled-Date            PIC 9(8).
    02  Ri-Grade                    PIC X(1).
    02  Ri-Sessions-Held            PIC 9(3).
    02  Ri-Sessions-Attended        PIC 9(3).
    02  Ri-Campus-Code              PIC X(4).

*> Data-file locations, resolved at run time so the suite can be
*> pointed at a shared network data directory via environment
*> variables instead of a recompile.
            set WS-Sysbusy-Path to ls-env-value
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

*> Batch-window lockout: NightlyBatchDriver drops a SYSBUSY
    if Audit-Status = "35"
        open output Audit-Trail-File
    end-if
    open i-o Record-Lock-File
    if Reclock-Status = "05" or Reclock-Status = "35"
        close Record-Lock-File
        open output Record-Lock-File
        close Record-Lock-File
        open i-o Record-Lock-File
    end-if

    invoke self::InitializeComponent
    goback.
                            to Ua-Password-Tbl(WS-User-Access-Count)
                        move Ua-Role
                            to Ua-Role-Tbl(WS-User-Access-Count)
                    else
                        invoke type MessageBox::Show(
                            "More than " & WS-User-Access-Max
                                & " accounts on the user access file "
                                & "- notify the operator.  The "
                                & "application will now close.",
                            "User Access Table Full")
                        invoke type
                            System.Windows.Forms.Application::Exit()
                        goback
                    end-if
            end-read
        end-perform
        end-read
    end-if
    perform until End-Of-Prereq-File
        if WS-Prereq-Count not < WS-Prereq-Max
            invoke type MessageBox::Show(
                "More than " & WS-Prereq-Max
                    & " rows on PREREQ.DAT - notify the operator.  "
                    & "The application will now close.",
                "Prerequisite Table Full")
            invoke type System.Windows.Forms.Application::Exit()
            goback
        end-if
        add 1 to WS-Prereq-Count
        move Pq-Module-Code to Pq-Module-Tbl(WS-Prereq-Count)
        move Pq-Prereq-Code to Pq-Prereq-Tbl(WS-Prereq-Count)
        read Prereq-File
            at end set End-Of-Prereq-File to true
        end-read
            invoke type System.Windows.Forms.Application::Exit()
            goback
        end-if
        if WS-Modcap-Count not < WS-Modcap-Max
            invoke type MessageBox::Show(
                "More than " & WS-Modcap-Max
                    & " rows on MODCAP.DAT - notify the operator.  "
                    & "The application will now close.",
                "Capacity Table Full")
            invoke type System.Windows.Forms.Application::Exit()
            goback
        end-if
        add 1 to WS-Modcap-Count
        move Mc-Module-Code to Mc-Module-Tbl(WS-Modcap-Count)
        move Mc-Section-Num to Mc-Section-Tbl(WS-Modcap-Count)
        move Mc-Capacity to Mc-Capacity-Tbl(WS-Modcap-Count)
        read Module-Capacity-File
            at end set End-Of-Modcap-File to true
        end-read
            invalid key
                invoke type MessageBox::Show("Enrollment not found.")
            not invalid key
                invoke holdEnrollment
                move Se-Enrolled-Date to enrolledDateInp::Text
                move Se-Campus-Code to campusCodeInp::Text
                invoke type MessageBox::Show("Grade: '" & Se-Grade
    end-try
end method.

*> Called once a query has found the enrollment: keeps the image the
*> stale-update check compares against, tells the clerk who else
*> already has it up, then registers this clerk's own hold.
method-id holdEnrollment final private.
local-storage section.
01 ls-holders  type System.String.
procedure division.
    if Record-Held and WS-Held-Key not = Se-Key
        invoke releaseRecordLock
    end-if
    move Se-Rec to WS-Read-Image
    move Se-Key to WS-Held-Key
    move Se-Key to WS-Lock-Record-Key
    set Record-Held to true

    set ls-holders to ""
    move "ENROLL" to Rl-Resource
    move WS-Lock-Record-Key to Rl-Record-Key
    move low-values to Rl-User
    start Record-Lock-File
        key is > Rl-Key
        invalid key move "23" to Reclock-Status
    end-start
    perform until Reclock-Status not = "00"
        read Record-Lock-File next record
            at end move "10" to Reclock-Status
        end-read
        if Reclock-Status = "00"
            if Rl-Resource not = "ENROLL"
                    or Rl-Record-Key not = WS-Lock-Record-Key
                move "10" to Reclock-Status
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
            "This enrollment is already open for change by:"
                & System.Environment::NewLine & ls-holders
                & "Any change you save will be refused if theirs is "
                & "saved first.", "Record In Use")
    end-if

    move "ENROLL" to Rl-Resource
    move WS-Lock-Record-Key to Rl-Record-Key
    move WS-Current-User to Rl-User
    move "ENROLLMENTFORM" to Rl-Program
    move FUNCTION CURRENT-DATE(1:8) to Rl-Set-Date
    move FUNCTION CURRENT-DATE(9:6) to Rl-Set-Time
    write Rl-Rec
        invalid key
            rewrite Rl-Rec
            end-rewrite
    end-write
end method.

*> Drops this clerk's own registry row for the held enrollment;
*> another clerk's hold on it is left alone.
method-id releaseRecordLock final private.
procedure division.
    if Record-Held
        move "ENROLL" to Rl-Resource
        move WS-Lock-Record-Key to Rl-Record-Key
        move WS-Current-User to Rl-User
        delete Record-Lock-File
            invalid key continue
        end-delete
        move "N" to WS-Held-Sw
        move spaces to WS-Held-Key
        move spaces to WS-Lock-Record-Key
    end-if
end method.

*> Stale-update check: re-reads the held enrollment and compares it
*> with the image taken at query time.  A change saved by another
*> clerk in between is listed, the screen is refreshed from the
*> record as it now stands, and false is returned so the caller
*> refuses the save.
method-id enrollmentUnchanged final private returning ll-Ok as condition-value.
local-storage section.
01 ls-changes  type System.String.
01 ls-nl       type System.String.
procedure division.
    set ll-Ok to true
    set ls-nl to System.Environment::NewLine
    move WS-Held-Key to Se-Key
    read Student-Enrollment-File
        key is Se-Key
        invalid key
            invoke type MessageBox::Show(
                "This enrollment has been deleted by another user "
                    & "since you brought it up.  Your change was not "
                    & "saved.", "Record Changed")
            invoke releaseRecordLock
            set ll-Ok to false
    end-read
    if not ll-Ok or Se-Rec = WS-Read-Image
        goback
    end-if

    set ls-changes to ""
    if Se-Enrolled-Date not = Ri-Enrolled-Date
        set ls-changes to ls-changes & "  Enrolled date: "
            & Ri-Enrolled-Date & " -> " & Se-Enrolled-Date & ls-nl
    end-if
    if Se-Grade not = Ri-Grade
        set ls-changes to ls-changes & "  Grade: '" & Ri-Grade
            & "' -> '" & Se-Grade & "'" & ls-nl
    end-if
    if Se-Sessions-Held not = Ri-Sessions-Held
            or Se-Sessions-Attended not = Ri-Sessions-Attended
        set ls-changes to ls-changes & "  Sessions: "
            & Ri-Sessions-Attended & " of " & Ri-Sessions-Held & " -> "
            & Se-Sessions-Attended & " of " & Se-Sessions-Held & ls-nl
    end-if
    if Se-Campus-Code not = Ri-Campus-Code
        set ls-changes to ls-changes & "  Campus: " & Ri-Campus-Code
            & " -> " & Se-Campus-Code & ls-nl
    end-if

    invoke type MessageBox::Show(
        "This enrollment was changed by another user after you "
            & "brought it up:" & ls-nl & ls-changes
            & "Your change was not saved.  The screen now shows the "
            & "enrollment as it stands - re-enter your change if it "
            & "still applies.", "Record Changed")
    move Se-Enrolled-Date to enrolledDateInp::Text
    move Se-Campus-Code to campusCodeInp::Text
    move Se-Rec to WS-Read-Image
    set ll-Ok to false
end method.

*> The per-student list: every enrollment the student holds for the
*> entered term, one line each.
method-id fillEnrollmentList final private.
    end-if
    try
        invoke copyKeyFromForm
        if not Record-Held or Se-Key not = WS-Held-Key
            invoke type MessageBox::Show(
                "Query this enrollment before updating it.")
            goback
        end-if
        if not enrollmentUnchanged
            goback
        end-if
        read Student-Enrollment-File
            key is Se-Key
            invalid key
                        move "ENROLLMENT" to WS-Audit-Entity
                        move Se-Rec to WS-Audit-After
                        invoke writeAuditRecord
                        move Se-Rec to WS-Read-Image
                        invoke type MessageBox::Show("Enrollment updated.")
                end-rewrite
        end-read
    end-if
    try
        invoke copyKeyFromForm
        if Record-Held and Se-Key = WS-Held-Key
            if not enrollmentUnchanged
                goback
            end-if
        end-if
        read Student-Enrollment-File
            key is Se-Key
            invalid key
                            move "ENROLLMENT" to WS-Audit-Entity
                            move "N/A" to WS-Audit-After
                            invoke writeAuditRecord
                            invoke releaseRecordLock
                            invoke promoteNextWaitlisted
                            invoke type MessageBox::Show(
                                "Enrollment deleted.")

method-id clearBtn_Click final private.
procedure division using by value sender as object e as type System.EventArgs.
    invoke releaseRecordLock.
    move spaces to studentIdInp::Text.
    move spaces to moduleCodeInp::Text.
    move spaces to termCodeInp::Text.
        close Hold-File
    end-if.
    close Audit-Trail-File.
    invoke releaseRecordLock.
    close Record-Lock-File.
    invoke self::Close().
end method.

