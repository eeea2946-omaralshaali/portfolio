	Identification Division.
	Program-id.   JobStatus.
	Author.       Omar Alshaali.
	Environment Division.
	Configuration Section.
	Source-computer.      HPMiniOSS429.
	Object-computer.      HPMiniOSS429.
	Input-output Section.
	File-control.
		Select Job-Sched-File assign to "jobsched.dat"
			organization is line sequential
			file status is Job-Sched-Status.
		Select Optional Run-Log-File assign to "runlog.dat"
			organization is line sequential
			file status is Run-Log-Status.
		Select Job-Status-Report-File assign to "jobstatrpt.dat"
			organization is line sequential.
	Data Division.
	File Section.
	FD Job-Sched-File.
	01 Job-Sched-Rec.
		03 JS-Step-Number	PIC 99.
		03 JS-Program-Id	PIC X(15).
		03 JS-Max-RC		PIC 99.
		03 JS-Depends-On	PIC 99 OCCURS 4 TIMES.
		03 JS-Audit-Clean	PIC X.
		03 JS-Active		PIC X.
		03 JS-Description	PIC X(30).
	FD Run-Log-File.
	01 Run-Log-Rec.
		03 RL-Run-Date		PIC 9(06).
		03 RL-Run-Time		PIC 9(08).
		03 RL-Event		PIC X(10).
		03 RL-Records-Read	PIC 9(07).
		03 RL-Accepted		PIC 9(07).
		03 RL-Rejected		PIC 9(07).
		03 RL-Return-Code	PIC 99.
		03 RL-Restart-From	PIC 9(07).
		03 RL-Program-Id	PIC X(15).
		03 RL-Message		PIC X(40).
	FD Job-Status-Report-File.
	01 Job-Status-Report-Line	PIC X(110).
	Working-Storage Section.
	01 Run-Log-Status		PIC XX.
	01 Run-Log-Event		PIC X(10).
	01 Run-Log-Message		PIC X(40) Value spaces.
	01 Run-Time			PIC 9(08).
	01 Job-Sched-Status	PIC XX.
	01 Run-Date			PIC 9(06).
	01 Run-Date-R Redefines Run-Date.
	  03 RD-YY			PIC 99.
	  03 RD-MM			PIC 99.
	  03 RD-DD			PIC 99.
	01 Stream-Date		PIC 9(06) Value 0.
	01 Stream-Date-R Redefines Stream-Date.
	  03 ST-YY			PIC 99.
	  03 ST-MM			PIC 99.
	  03 ST-DD			PIC 99.
	01 Time-Wrk			PIC 9(08).
	01 Time-Wrk-R Redefines Time-Wrk.
	  03 TW-HH			PIC 99.
	  03 TW-MIN			PIC 99.
	  03 TW-SS			PIC 99.
	  03 TW-CC			PIC 99.
	01 Schedule-Table.
	  03 SC-Entry OCCURS 50 TIMES.
	    05 SC-Step-Number		PIC 99.
	    05 SC-Program-Id		PIC X(15).
	    05 SC-Max-RC		PIC 99.
	    05 SC-Active		PIC X.
	    05 SC-Description		PIC X(30).
	    05 SC-Last-Event		PIC X(10).
	    05 SC-Last-RC		PIC 99.
	    05 SC-Start-Time		PIC 9(08).
	    05 SC-End-Time		PIC 9(08).
	    05 SC-Message		PIC X(40).
	01 Schedule-Count		PIC 99 Value 0.
	01 Step-Sub			PIC 99.
	01 Stream-Status.
	  03 Stream-Event		PIC X(10) Value spaces.
	  03 Stream-RC		PIC 99 Value 0.
	  03 Stream-Start-Time	PIC 9(08) Value 0.
	  03 Stream-End-Time		PIC 9(08) Value 0.
	01 Stream-Ended-At		PIC X(15) Value spaces.
	01 Run-Log-Eof		PIC XXX Value "No".
	01 Job-Sched-Eof		PIC XXX Value "No".
	01 Step-Totals.
	  03 Completed-Count		PIC 99 Value 0.
	  03 Failed-Count		PIC 99 Value 0.
	  03 Abended-Count		PIC 99 Value 0.
	  03 Skipped-Count		PIC 99 Value 0.
	  03 Not-Run-Count		PIC 99 Value 0.
	  03 Inactive-Count		PIC 99 Value 0.
	01 Page-Number		PIC 9(04) Value 0.
	01 Lines-Per-Page		PIC 99 Value 60.
	01 Line-Count		PIC 99 Value 99.
	01 Report-Header-1.
	  03 filler			PIC X(30) value spaces.
	  03 filler			PIC X(25) value "NIGHTLY JOB STREAM STATUS".
	  03 filler			PIC X(20) value spaces.
	  03 filler			PIC X(5)  value "PAGE ".
	  03 RH-Page-Out		PIC ZZZ9.
	01 Report-Header-2.
	  03 filler			PIC X(10) value "RUN DATE: ".
	  03 RH-MM			PIC 99.
	  03 filler			PIC X value "/".
	  03 RH-DD			PIC 99.
	  03 filler			PIC X value "/".
	  03 RH-YY			PIC 99.
	  03 filler			PIC X(16) value "   STREAM DATE: ".
	  03 RH-Stream-MM		PIC 99.
	  03 filler			PIC X value "/".
	  03 RH-Stream-DD		PIC 99.
	  03 filler			PIC X value "/".
	  03 RH-Stream-YY		PIC 99.
	01 Column-headings.
	  03 filler			PIC X(6)  value "STEP  ".
	  03 filler			PIC X(17) value "PROGRAM          ".
	  03 filler			PIC X(32) value "DESCRIPTION".
	  03 filler			PIC X(16) value "STATUS".
	  03 filler			PIC X(8)  value "RC  MAX ".
	  03 filler			PIC X(10) value "STARTED".
	  03 filler			PIC X(8)  value "ENDED".
	01 Stream-Line.
	  03 filler			PIC X(20) value "JOBSTREAM RUN:      ".
	  03 SL-Status-out		PIC X(16).
	  03 filler			PIC X(10) value "STARTED: ".
	  03 SL-Start-out		PIC X(8).
	  03 filler			PIC X(10) value "  ENDED: ".
	  03 SL-End-out		PIC X(8).
	  03 filler			PIC X(7)  value "  RC: ".
	  03 SL-RC-out		PIC Z9.
	01 Step-Detail-Line.
	  03 SD-Step-out		PIC Z9.
	  03 filler			PIC X(4)  value spaces.
	  03 SD-Program-out		PIC X(15).
	  03 filler			PIC X(2)  value spaces.
	  03 SD-Desc-out		PIC X(30).
	  03 filler			PIC X(2)  value spaces.
	  03 SD-Status-out		PIC X(14).
	  03 filler			PIC X(2)  value spaces.
	  03 SD-RC-out		PIC X(2).
	  03 filler			PIC X(3)  value spaces.
	  03 SD-Max-out		PIC Z9.
	  03 filler			PIC X(1)  value spaces.
	  03 SD-Start-out		PIC X(8).
	  03 filler			PIC X(2)  value spaces.
	  03 SD-End-out		PIC X(8).
	01 Reason-Line.
	  03 filler			PIC X(20) value spaces.
	  03 filler			PIC X(8)  value "REASON: ".
	  03 RL-Reason-out		PIC X(40).
	01 Time-Out.
	  03 TO-HH			PIC 99.
	  03 filler			PIC X value ":".
	  03 TO-MIN			PIC 99.
	  03 filler			PIC X value ":".
	  03 TO-SS			PIC 99.
	01 RC-Out-Wrk		PIC Z9.
	01 No-Stream-Line.
	  03 filler			PIC X(50)
		value "*** NO JOB STREAM RUN FOUND ON THE RUN LOG ***".
	01 Total-Line.
	  03 TL-Label-out		PIC X(32).
	  03 TL-Count-out		PIC ZZZZZZ9.
       01 Print-rec             PIC X(110).
       Procedure Division.
       Main-Routine.
      *> ------------------------------------------------- *>
      *>   Morning status of the last night's job stream.  *>
      *>   Each step in jobsched.dat is shown with what    *>
      *>   the run log says happened to it on the date of  *>
      *>   the latest JobStream run: completed, failed,    *>
      *>   abended, skipped with its reason, or not run.   *>
      *>   When the stream itself did not end, the steps   *>
      *>   scheduled after the one that abended are shown  *>
      *>   as skipped, with where the stream stopped.      *>
      *> ------------------------------------------------- *>
       Perform Init.
       Perform Find-Stream-Date.
       Perform Load-Step-Status.
       Perform Print-Stream-Status.
       Perform Print-Step-Status Varying Step-Sub From 1 By 1
	   Until Step-Sub > Schedule-Count.
       Perform Termination.
       Move "END" to Run-Log-Event.
       Perform Write-Run-Log.
       GOBACK.
       Init.
	   Accept Run-Date From Date.
	   Move "START" to Run-Log-Event.
	   Perform Write-Run-Log.
	   Open input Job-Sched-File.
	   IF Job-Sched-Status Not = "00"
		Display "FATAL - JOB SCHEDULE FILE NOT AVAILABLE, STATUS: "
			Job-Sched-Status
		Move 20 to Return-Code
		GOBACK
	   END-IF.
	   Read Job-Sched-File at end Move "Yes" to Job-Sched-Eof.
	   Perform Load-Schedule-Rec until Job-Sched-Eof = "Yes".
	   Close Job-Sched-File.
	   Open output Job-Status-Report-File.
       Load-Schedule-Rec.
	   IF Schedule-Count < 50
		Add 1 to Schedule-Count
		Move JS-Step-Number to SC-Step-Number (Schedule-Count)
		Move JS-Program-Id to SC-Program-Id (Schedule-Count)
		Move JS-Max-RC to SC-Max-RC (Schedule-Count)
		Move JS-Active to SC-Active (Schedule-Count)
		Move JS-Description to SC-Description (Schedule-Count)
		Move spaces to SC-Last-Event (Schedule-Count)
		Move 0 to SC-Last-RC (Schedule-Count)
		Move 0 to SC-Start-Time (Schedule-Count)
		Move 0 to SC-End-Time (Schedule-Count)
		Move spaces to SC-Message (Schedule-Count)
	   END-IF.
	   Read Job-Sched-File at end Move "Yes" to Job-Sched-Eof.
       Print-Page-Header.
	   Add 1 to Page-Number.
	   Move Page-Number to RH-Page-Out.
	   Move RD-MM to RH-MM.
	   Move RD-DD to RH-DD.
	   Move RD-YY to RH-YY.
	   Move ST-MM to RH-Stream-MM.
	   Move ST-DD to RH-Stream-DD.
	   Move ST-YY to RH-Stream-YY.
	   Write Job-Status-Report-Line from Report-Header-1.
	   Write Job-Status-Report-Line from Report-Header-2.
	   Write Job-Status-Report-Line from Column-headings.
	   Move 3 to Line-Count.
       Write-Status-Line.
	   IF Line-Count >= Lines-Per-Page
		Perform Print-Page-Header
	   END-IF.
	   Write Job-Status-Report-Line from Print-rec.
	   Add 1 to Line-Count.
      *> ------------------------------------------------- *>
      *>   The stream date is the date of the latest       *>
      *>   JobStream START on the log.                     *>
      *> ------------------------------------------------- *>
       Find-Stream-Date.
	   Move "No" to Run-Log-Eof.
	   Open input Run-Log-File.
	   IF Run-Log-Status = "00"
		Read Run-Log-File at end Move "Yes" to Run-Log-Eof
		END-READ
		Perform Find-Stream-Date-Rec until Run-Log-Eof = "Yes"
		Close Run-Log-File
	   END-IF.
       Find-Stream-Date-Rec.
	   IF RL-Program-Id = "JobStream" AND RL-Event = "START"
		Move RL-Run-Date to Stream-Date
	   END-IF.
	   Read Run-Log-File at end Move "Yes" to Run-Log-Eof.
       Load-Step-Status.
	   Move "No" to Run-Log-Eof.
	   IF Stream-Date > 0
		Open input Run-Log-File
		Read Run-Log-File at end Move "Yes" to Run-Log-Eof
		END-READ
		Perform Load-Step-Status-Rec until Run-Log-Eof = "Yes"
		Close Run-Log-File
	   END-IF.
       Load-Step-Status-Rec.
	   IF RL-Run-Date = Stream-Date
		IF RL-Program-Id = spaces
		     Move "Assignment3" to RL-Program-Id
		END-IF
		IF RL-Program-Id = "JobStream"
		     Perform Post-Stream-Status
		ELSE
		     IF RL-Event Not = "CHECKPOINT"
			Perform Post-Step-Status Varying Step-Sub
			     From 1 By 1 Until Step-Sub > Schedule-Count
		     END-IF
		END-IF
	   END-IF.
	   Read Run-Log-File at end Move "Yes" to Run-Log-Eof.
       Post-Stream-Status.
	   Move RL-Event to Stream-Event.
	   Move RL-Return-Code to Stream-RC.
	   IF RL-Event = "START"
		Move RL-Run-Time to Stream-Start-Time
		Move 0 to Stream-End-Time
	   ELSE
		Move RL-Run-Time to Stream-End-Time
	   END-IF.
       Post-Step-Status.
	   IF SC-Program-Id (Step-Sub) = RL-Program-Id
		Move RL-Event to SC-Last-Event (Step-Sub)
		Move RL-Return-Code to SC-Last-RC (Step-Sub)
		Move RL-Message to SC-Message (Step-Sub)
		IF RL-Event = "START" OR RL-Event = "RESTART"
		     Move RL-Run-Time to SC-Start-Time (Step-Sub)
		     Move 0 to SC-End-Time (Step-Sub)
		ELSE
		     Move RL-Run-Time to SC-End-Time (Step-Sub)
		END-IF
	   END-IF.
       Print-Stream-Status.
	   IF Stream-Date = 0
		Move No-Stream-Line to Print-rec
		Perform Write-Status-Line
		Move 16 to Return-Code
	   ELSE
		IF Stream-Event = "END"
		     Move "ENDED" to SL-Status-out
		ELSE
		     Move "DID NOT END" to SL-Status-out
		     Move 16 to Return-Code
		END-IF
		Move Stream-Start-Time to Time-Wrk
		Perform Format-Time
		Move Time-Out to SL-Start-out
		IF Stream-End-Time = 0
		     Move spaces to SL-End-out
		ELSE
		     Move Stream-End-Time to Time-Wrk
		     Perform Format-Time
		     Move Time-Out to SL-End-out
		END-IF
		Move Stream-RC to SL-RC-out
		Move Stream-Line to Print-rec
		Perform Write-Status-Line
		Move spaces to Print-rec
		Perform Write-Status-Line
	   END-IF.
       Format-Time.
	   Move TW-HH to TO-HH.
	   Move TW-MIN to TO-MIN.
	   Move TW-SS to TO-SS.
      *> ------------------------------------------------- *>
      *>   One line per scheduled step, with the reason    *>
      *>   underneath when the log carries one.            *>
      *> ------------------------------------------------- *>
       Print-Step-Status.
	   Move SC-Step-Number (Step-Sub) to SD-Step-out.
	   Move SC-Program-Id (Step-Sub) to SD-Program-out.
	   Move SC-Description (Step-Sub) to SD-Desc-out.
	   Move SC-Max-RC (Step-Sub) to SD-Max-out.
	   Move spaces to SD-RC-out.
	   Move spaces to SD-Start-out.
	   Move spaces to SD-End-out.
	   IF SC-Active (Step-Sub) Not = "Y"
		Move "INACTIVE" to SD-Status-out
		Move spaces to SC-Message (Step-Sub)
		Add 1 to Inactive-Count
	   ELSE
		IF SC-Last-Event (Step-Sub) = spaces
		     IF Stream-Ended-At Not = spaces
			Move "SKIPPED" to SD-Status-out
			String "STREAM ENDED AT " Stream-Ended-At
			     delimited by size into SC-Message (Step-Sub)
			Add 1 to Skipped-Count
		     ELSE
			Move "NOT RUN" to SD-Status-out
			Add 1 to Not-Run-Count
		     END-IF
		ELSE
		     Perform Set-Step-Status
		END-IF
	   END-IF.
	   Move Step-Detail-Line to Print-rec.
	   Perform Write-Status-Line.
	   IF SC-Message (Step-Sub) Not = spaces
		Move SC-Message (Step-Sub) to RL-Reason-out
		Move Reason-Line to Print-rec
		Perform Write-Status-Line
	   END-IF.
       Set-Step-Status.
	   IF SC-Start-Time (Step-Sub) > 0
		Move SC-Start-Time (Step-Sub) to Time-Wrk
		Perform Format-Time
		Move Time-Out to SD-Start-out
	   END-IF.
	   IF SC-End-Time (Step-Sub) > 0
		Move SC-End-Time (Step-Sub) to Time-Wrk
		Perform Format-Time
		Move Time-Out to SD-End-out
	   END-IF.
	   IF SC-Last-Event (Step-Sub) = "END"
		Move SC-Last-RC (Step-Sub) to RC-Out-Wrk
		Move RC-Out-Wrk to SD-RC-out
		IF SC-Last-RC (Step-Sub) > SC-Max-RC (Step-Sub)
		     Move "FAILED" to SD-Status-out
		     Add 1 to Failed-Count
		ELSE
		     Move "COMPLETED" to SD-Status-out
		     Add 1 to Completed-Count
		END-IF
	   ELSE
		IF SC-Last-Event (Step-Sub) = "SKIPPED"
		     Move "SKIPPED" to SD-Status-out
		     Add 1 to Skipped-Count
		ELSE
		     IF SC-Last-Event (Step-Sub) = "NOT FOUND"
			Move "NOT LOADED" to SD-Status-out
			Add 1 to Failed-Count
		     ELSE
		       IF SC-Last-Event (Step-Sub) = "FAILED"
			Move SC-Last-RC (Step-Sub) to RC-Out-Wrk
			Move RC-Out-Wrk to SD-RC-out
			Move "FAILED" to SD-Status-out
			Add 1 to Failed-Count
		       ELSE
			Move "ABENDED" to SD-Status-out
			Move "NO END RECORD ON RUN LOG"
			     to SC-Message (Step-Sub)
			Add 1 to Abended-Count
			IF Stream-Event Not = "END"
			     Move SC-Program-Id (Step-Sub) to Stream-Ended-At
			END-IF
		       END-IF
		     END-IF
		END-IF
	   END-IF.
       Termination.
	   Move spaces to Print-rec.
	   Perform Write-Status-Line.
	   Move "STEPS COMPLETED:" to TL-Label-out.
	   Move Completed-Count to TL-Count-out.
	   Perform Write-Total-Line.
	   Move "STEPS FAILED:" to TL-Label-out.
	   Move Failed-Count to TL-Count-out.
	   Perform Write-Total-Line.
	   Move "STEPS ABENDED:" to TL-Label-out.
	   Move Abended-Count to TL-Count-out.
	   Perform Write-Total-Line.
	   Move "STEPS SKIPPED:" to TL-Label-out.
	   Move Skipped-Count to TL-Count-out.
	   Perform Write-Total-Line.
	   Move "STEPS NOT RUN:" to TL-Label-out.
	   Move Not-Run-Count to TL-Count-out.
	   Perform Write-Total-Line.
	   Move "STEPS INACTIVE:" to TL-Label-out.
	   Move Inactive-Count to TL-Count-out.
	   Perform Write-Total-Line.
	   IF Failed-Count > 0 OR Abended-Count > 0 OR
	      Skipped-Count > 0 OR Not-Run-Count > 0
		Move 16 to Return-Code
	   END-IF.
	   Close Job-Status-Report-File.
       Write-Total-Line.
	   Move Total-Line to Print-rec.
	   Perform Write-Status-Line.
       Write-Run-Log.
	   Accept Run-Time From Time.
	   Open extend Run-Log-File.
	   Move spaces to Run-Log-Rec.
	   Move Run-Date to RL-Run-Date.
	   Move Run-Time to RL-Run-Time.
	   Move Run-Log-Event to RL-Event.
	   Move 0 to RL-Records-Read.
	   Move 0 to RL-Accepted.
	   Move 0 to RL-Rejected.
	   Move Return-Code to RL-Return-Code.
	   Move 0 to RL-Restart-From.
	   Move "JobStatus" to RL-Program-Id.
	   Move Run-Log-Message to RL-Message.
	   Write Run-Log-Rec.
	   Close Run-Log-File.
