				*Originally written for VAX COBOL 1991
				*Converted to Microfocus COBOL 2002
				*The Campus Bookshop Purchase Requirements Report (DP291-91-EXAM)
				*The requirement lines printed and unmatched book count are
				*left on STEPCNT.DAT for the nightly driver's run history.
				*A requisition SectionCancel marked cancelled is not counted.

				ENVIRONMENT DIVISION.
				INPUT-OUTPUT SECTION.
					SELECT Csv-Export-File ASSIGN TO WS-Bookshop-Csv-Path
						ORGANIZATION IS LINE SEQUENTIAL.

					SELECT Step-Count-File ASSIGN TO WS-Stepcnt-Path
						ORGANIZATION IS LINE SEQUENTIAL.

				DATA DIVISION.
				FILE SECTION.
				FD 	Purchase-Req-File.
					02	Pr-Copies-Required	PIC 9(3).
						02      Pr-Semester             PIC 9.
						02      Pr-Academic-Year         PIC 9(4).
						02      Pr-Adoption-Status       PIC X(1).
							88  Pr-Pending-Confirm     VALUE "P".
							88  Pr-Cancelled           VALUE "X".
						02      Pr-Confirm-By-Date       PIC 9(8).
						02      Pr-Rolled-From-Num       PIC 9(4).

				*Purchase-Req-File-Hist is a second connector onto the
				*same physical file as Purchase-Req-File, opened INPUT
					02	Ph-Copies-Required	PIC 9(3).
						02      Ph-Semester             PIC 9.
						02      Ph-Academic-Year         PIC 9(4).
						02      Ph-Adoption-Status       PIC X(1).
							88  Ph-Pending-Confirm     VALUE "P".
						02      Ph-Confirm-By-Date       PIC 9(8).
						02      Ph-Rolled-From-Num       PIC 9(4).

				FD 	Book-File.
				01	Book-Rec.
				FD	Csv-Export-File.
				01	Csv-Export-Rec			PIC X(100).

				FD	Step-Count-File.
				01	Step-Count-Rec.
					02	Cnt-Label		PIC X(20).
					02	FILLER			PIC X(1).
					02	Cnt-Count		PIC 9(9).

				WORKING-STORAGE SECTION.
				*Data-file locations, resolved at run time in Resolve-Data-
				*Paths so the suite can be pointed at a shared network data
				01	WS-Unmbook-Path		PIC X(260).
				01	WS-Modxref-Path		PIC X(260).
				01	WS-Bookshop-Csv-Path	PIC X(260).
				01	WS-Stepcnt-Path		PIC X(260).

				01	File-Stati.
					02	Pr-Status		PIC X(2).
				01      Current-Semester                PIC 9.
						88 All-Semesters                VALUE 0.

				*Adoptions AdoptionRollover copied forward stay pending
				*until the lecturer confirms them in BookshopMaint; once
				*the confirm-by date has passed an unconfirmed one is
				*left off the reports, so no copies are bought for it.
				01	WS-Today-Date			PIC 9(8).

				01	Eof-Names.
					02	FILLER			PIC 9 	VALUE 0.
						88	End-Of-Pr-File     VALUE 1.
						88	End-Of-Publishers  VALUE 1.

				01	Unmatched-Book-Count		PIC 9(5) VALUE ZEROS.
				01	Requirement-Line-Count		PIC 9(5) VALUE ZEROS.

				01	Csv-Export-Reply		PIC X VALUE "N".
						88	Csv-Export-Wanted	VALUE "Y" "y".
				PROCEDURE DIVISION.
				BEGIN.
						PERFORM Resolve-Data-Paths.
						MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today-Date.
						DISPLAY "Enter the semester number.".
						DISPLAY "First or second, or 0 for all semesters -> "
						WITH NO ADVANCING.
					END-IF.
					DISPLAY "Unmatched book numbers written to UNMBOOK.DAT: "
						Unmatched-Book-Count.
					PERFORM Write-Step-Counts.
					STOP RUN.

				Write-Step-Counts.
					OPEN OUTPUT Step-Count-File.
					MOVE SPACES TO Step-Count-Rec.
					MOVE "REQUIREMENT LINES" TO Cnt-Label.
					MOVE Requirement-Line-Count TO Cnt-Count.
					WRITE Step-Count-Rec.
					MOVE SPACES TO Step-Count-Rec.
					MOVE "UNMATCHED BOOKS" TO Cnt-Label.
					MOVE Unmatched-Book-Count TO Cnt-Count.
					WRITE Step-Count-Rec.
					CLOSE Step-Count-File.

				Check-Unmatched-Book.
					MOVE Pr-Book-Num TO Bf-Book-Num.
					READ Book-File
							PERFORM Check-Fatal-Status
							MOVE SPACES TO Bf-Book-Title
					END-READ.
					IF (All-Semesters OR Current-Semester = Pr-Semester)
						AND NOT Pr-Cancelled
						AND NOT (Pr-Pending-Confirm
							AND Pr-Confirm-By-Date < WS-Today-Date)
						Generate Mod-Xref-Print-Line
					END-IF.
					READ Purchase-Req-File NEXT RECORD
					DISPLAY "PrStatus = " Pr-Status
					PERFORM UNTIL Bf-Book-Num NOT EQUAL TO Pr-Book-Num
							OR End-OF-Pr-File
								IF (All-Semesters OR Current-Semester = Pr-Semester)
									AND NOT Pr-Cancelled
									AND NOT (Pr-Pending-Confirm
									AND Pr-Confirm-By-Date < WS-Today-Date) THEN
							PERFORM Compute-Effective-Copies-Required
							COMPUTE WS-Need-Signed =
								WS-Effective-Copies-Required - Bf-On-Hand-Qty
							END-IF
							PERFORM Find-Prior-Year-Qty
							Generate Pr-Print-Line
							ADD 1 TO Requirement-Line-Count
							IF Csv-Export-Wanted
								PERFORM Write-Csv-Row
							END-IF
					IF WS-Bookshop-Csv-Path = SPACES
						MOVE "BOOKSHOP.CSV" TO WS-Bookshop-Csv-Path
					END-IF.
					ACCEPT WS-Stepcnt-Path
						FROM ENVIRONMENT "STEPCNT_PATH".
					IF WS-Stepcnt-Path = SPACES
						MOVE "STEPCNT.DAT" TO WS-Stepcnt-Path
					END-IF.
