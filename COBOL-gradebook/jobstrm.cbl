	Identification Division.
	Program-id.   JobStream.
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
	Working-Storage Section.
	01 Run-Log-Status		PIC XX.
	01 Run-Log-Event		PIC X(10).
	01 Run-Log-Message		PIC X(40) Value spaces.
	01 Run-Log-Program		PIC X(15) Value "JobStream".
	01 Run-Log-RC		PIC 99 Value 0.
	01 Run-Time			PIC 9(08).
	01 Job-Sched-Status	PIC XX.
	01 Run-Date			PIC 9(06).
	01 Schedule-Table.
	  03 SC-Entry OCCURS 50 TIMES.
	    05 SC-Step-Number		PIC 99.
	    05 SC-Program-Id		PIC X(15).
	    05 SC-Max-RC		PIC 99.
	    05 SC-Depends-On		PIC 99 OCCURS 4 TIMES.
	    05 SC-Audit-Clean		PIC X.
	    05 SC-Active		PIC X.
	    05 SC-Last-Event		PIC X(10).
	    05 SC-Last-RC		PIC 99.
	01 Schedule-Count		PIC 99 Value 0.
	01 Step-Sub			PIC 99.
	01 Scan-Sub			PIC 99.
	01 Dep-Sub			PIC 9.
	01 Dep-Step			PIC 99.
	01 Dep-Entry		PIC 99.
	01 Step-Program		PIC X(15).
	01 Step-RC			PIC 99.
	01 Step-Blocked		PIC X.
	01 Block-Reason		PIC X(40).
	01 Block-Reason-Parts.
	  03 BR-Step-out		PIC 99.
	  03 BR-RC-out		PIC 99.
	01 Audit-Event		PIC X(10) Value spaces.
	01 Audit-RC			PIC 99 Value 0.
	01 Run-Log-Eof		PIC XXX Value "No".
	01 Job-Sched-Eof		PIC XXX Value "No".
	01 Stream-Totals.
	  03 Steps-Run		PIC 99 Value 0.
	  03 Steps-Failed		PIC 99 Value 0.
	  03 Steps-Skipped		PIC 99 Value 0.
	  03 Steps-Done-Before	PIC 99 Value 0.
	01 Step-Message-Line.
	  03 filler			PIC X(10) value "JOBSTREAM ".
	  03 filler			PIC X(5)  value "STEP ".
	  03 SM-Step-out		PIC 99.
	  03 filler			PIC X value space.
	  03 SM-Program-out		PIC X(15).
	  03 filler			PIC X value space.
	  03 SM-Text-out		PIC X(50).
	01 Step-Ended-Text.
	  03 filler			PIC X(13) value "ENDED - RC = ".
	  03 SE-RC-out		PIC Z9.
	  03 filler			PIC X(10) value " MAX RC = ".
	  03 SE-Max-out		PIC Z9.
       Procedure Division.
       Main-Routine.
      *> ------------------------------------------------- *>
      *>   Runs the nightly steps listed in jobsched.dat   *>
      *>   in schedule order.  Before each step starts the *>
      *>   run log is read again; a step whose             *>
      *>   prerequisites have not ended today within their *>
      *>   acceptable return code, or which needs a clean  *>
      *>   BalanceAudit that has not been had, is skipped  *>
      *>   and the reason is logged.  A step that already  *>
      *>   ended clean today is not run a second time.     *>
      *> ------------------------------------------------- *>
       Perform Init.
       Perform Run-Step Varying Step-Sub From 1 By 1
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
       Load-Schedule-Rec.
	   IF Schedule-Count >= 50
		Display "FATAL - JOB SCHEDULE HAS MORE THAN 50 STEPS"
		Move 20 to Return-Code
		GOBACK
	   END-IF.
	   IF JS-Step-Number is not Numeric OR JS-Max-RC is not Numeric
		Display "FATAL - JOB SCHEDULE RECORD NOT NUMERIC: "
			Job-Sched-Rec
		Move 20 to Return-Code
		GOBACK
	   END-IF.
	   Add 1 to Schedule-Count.
	   Move JS-Step-Number to SC-Step-Number (Schedule-Count).
	   Move JS-Program-Id to SC-Program-Id (Schedule-Count).
	   Move JS-Max-RC to SC-Max-RC (Schedule-Count).
	   Perform Load-Schedule-Dep Varying Dep-Sub From 1 By 1
		Until Dep-Sub > 4.
	   Move JS-Audit-Clean to SC-Audit-Clean (Schedule-Count).
	   Move JS-Active to SC-Active (Schedule-Count).
	   Read Job-Sched-File at end Move "Yes" to Job-Sched-Eof.
       Load-Schedule-Dep.
	   IF JS-Depends-On (Dep-Sub) is Numeric
		Move JS-Depends-On (Dep-Sub)
		     to SC-Depends-On (Schedule-Count, Dep-Sub)
	   ELSE
		Move 0 to SC-Depends-On (Schedule-Count, Dep-Sub)
	   END-IF.
      *> ------------------------------------------------- *>
      *>   One step: refresh today's status of every step  *>
      *>   from the run log, then run, skip or block it.   *>
      *> ------------------------------------------------- *>
       Run-Step.
	   Move SC-Program-Id (Step-Sub) to Step-Program.
	   Move SC-Step-Number (Step-Sub) to SM-Step-out.
	   Move Step-Program to SM-Program-out.
	   IF SC-Active (Step-Sub) Not = "Y"
		Move "INACTIVE - NOT RUN" to SM-Text-out
		Display Step-Message-Line
	   ELSE
		Perform Scan-Run-Log
		IF SC-Last-Event (Step-Sub) = "END" AND
		   SC-Last-RC (Step-Sub) Not > SC-Max-RC (Step-Sub)
		     Move "ALREADY COMPLETED TODAY - NOT RUN AGAIN"
			to SM-Text-out
		     Display Step-Message-Line
		     Add 1 to Steps-Done-Before
		ELSE
		     Perform Check-Step-Prereqs
		     IF Step-Blocked = "Y"
			Perform Skip-Step
		     ELSE
			Perform Call-Step
		     END-IF
		END-IF
	   END-IF.
       Skip-Step.
	   Move Block-Reason to SM-Text-out.
	   Display Step-Message-Line.
	   Add 1 to Steps-Skipped.
	   Move "SKIPPED" to Run-Log-Event.
	   Move Step-Program to Run-Log-Program.
	   Move Block-Reason to Run-Log-Message.
	   Perform Write-Run-Log.
	   Move "JobStream" to Run-Log-Program.
	   Move spaces to Run-Log-Message.
       Call-Step.
	   Move "STARTING" to SM-Text-out.
	   Display Step-Message-Line.
	   Add 1 to Steps-Run.
	   Move 0 to Return-Code.
	   Call Step-Program
		on exception
		     Move "NOT FOUND" to Run-Log-Event
		     Move Step-Program to Run-Log-Program
		     Move "PROGRAM COULD NOT BE LOADED" to Run-Log-Message
		     Move 20 to Run-Log-RC
		     Perform Write-Run-Log
		     Move "JobStream" to Run-Log-Program
		     Move spaces to Run-Log-Message
		     Move 0 to Run-Log-RC
		     Move 20 to Return-Code
	   END-CALL.
	   Move Return-Code to Step-RC.
	   Move 0 to Return-Code.
	   Cancel Step-Program.
	   Move Step-RC to SE-RC-out.
	   Move SC-Max-RC (Step-Sub) to SE-Max-out.
	   Move Step-Ended-Text to SM-Text-out.
	   Display Step-Message-Line.
	   IF Step-RC > SC-Max-RC (Step-Sub)
		Add 1 to Steps-Failed
	   END-IF.
	   Perform Scan-Run-Log.
	   IF SC-Last-Event (Step-Sub) Not = "END" AND
	      SC-Last-Event (Step-Sub) Not = "NOT FOUND"
		Move "FAILED" to Run-Log-Event
		Move Step-Program to Run-Log-Program
		Move "STEP RETURNED WITHOUT AN END RECORD"
		     to Run-Log-Message
		Move Step-RC to Run-Log-RC
		Perform Write-Run-Log
		Move "JobStream" to Run-Log-Program
		Move spaces to Run-Log-Message
		Move 0 to Run-Log-RC
	   END-IF.
       Check-Step-Prereqs.
	   Move "N" to Step-Blocked.
	   Move spaces to Block-Reason.
	   Perform Check-One-Prereq Varying Dep-Sub From 1 By 1
		Until Dep-Sub > 4 OR Step-Blocked = "Y".
	   IF Step-Blocked = "N" AND SC-Audit-Clean (Step-Sub) = "Y"
		IF Audit-Event Not = "END"
		     Move "Y" to Step-Blocked
		     Move "BALANCEAUDIT NOT RUN TODAY"
			to Block-Reason
		ELSE
		     IF Audit-RC Not = 0
			Move "Y" to Step-Blocked
			Move "BALANCEAUDIT REPORTED DIFFERENCES"
			     to Block-Reason
		     END-IF
		END-IF
	   END-IF.
       Check-One-Prereq.
	   Move SC-Depends-On (Step-Sub, Dep-Sub) to Dep-Step.
	   IF Dep-Step > 0
		Move 0 to Dep-Entry
		Perform Find-Dep-Entry Varying Scan-Sub From 1 By 1
		     Until Scan-Sub > Schedule-Count OR Dep-Entry > 0
		Move Dep-Step to BR-Step-out
		IF Dep-Entry = 0
		     Move "Y" to Step-Blocked
		     String "PREREQ STEP " BR-Step-out
			" NOT IN SCHEDULE" delimited by size
			into Block-Reason
		ELSE
		     Perform Check-Prereq-Status
		END-IF
	   END-IF.
       Check-Prereq-Status.
	   IF SC-Last-Event (Dep-Entry) Not = "END" AND
	      SC-Last-Event (Dep-Entry) Not = "FAILED"
		Move "Y" to Step-Blocked
		String "PREREQ STEP " BR-Step-out
		     " NOT COMPLETED TODAY" delimited by size
		     into Block-Reason
	   ELSE
		IF SC-Last-RC (Dep-Entry) > SC-Max-RC (Dep-Entry)
		     Move "Y" to Step-Blocked
		     Move SC-Last-RC (Dep-Entry) to BR-RC-out
		     String "PREREQ STEP " BR-Step-out
			" FAILED RC " BR-RC-out delimited by size
			into Block-Reason
		END-IF
	   END-IF.
       Find-Dep-Entry.
	   IF SC-Step-Number (Scan-Sub) = Dep-Step
		Move Scan-Sub to Dep-Entry
	   END-IF.
      *> ------------------------------------------------- *>
      *>   Latest run log event today for each scheduled   *>
      *>   program, and the latest BalanceAudit result.    *>
      *> ------------------------------------------------- *>
       Scan-Run-Log.
	   Perform Clear-Step-Status Varying Scan-Sub From 1 By 1
		Until Scan-Sub > Schedule-Count.
	   Move spaces to Audit-Event.
	   Move 0 to Audit-RC.
	   Move "No" to Run-Log-Eof.
	   Open input Run-Log-File.
	   IF Run-Log-Status = "00"
		Read Run-Log-File at end Move "Yes" to Run-Log-Eof
		END-READ
		Perform Scan-Run-Log-Rec until Run-Log-Eof = "Yes"
		Close Run-Log-File
	   END-IF.
       Clear-Step-Status.
	   Move spaces to SC-Last-Event (Scan-Sub).
	   Move 0 to SC-Last-RC (Scan-Sub).
       Scan-Run-Log-Rec.
	   IF RL-Run-Date = Run-Date
		IF RL-Program-Id = spaces
		     Move "Assignment3" to RL-Program-Id
		END-IF
		IF RL-Event Not = "CHECKPOINT"
		     Perform Post-Step-Status Varying Scan-Sub From 1 By 1
			Until Scan-Sub > Schedule-Count
		END-IF
		IF RL-Program-Id = "BalanceAudit"
		     Move RL-Event to Audit-Event
		     Move RL-Return-Code to Audit-RC
		END-IF
	   END-IF.
	   Read Run-Log-File at end Move "Yes" to Run-Log-Eof.
       Post-Step-Status.
	   IF SC-Program-Id (Scan-Sub) = RL-Program-Id
		Move RL-Event to SC-Last-Event (Scan-Sub)
		Move RL-Return-Code to SC-Last-RC (Scan-Sub)
	   END-IF.
       Termination.
	   IF Steps-Failed > 0 OR Steps-Skipped > 0
		Move 16 to Return-Code
	   END-IF.
	   Display "JOBSTREAM STEPS RUN: " Steps-Run
		"  FAILED: " Steps-Failed
		"  SKIPPED: " Steps-Skipped
		"  ALREADY DONE: " Steps-Done-Before.
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
	   IF Run-Log-Event = "START" OR Run-Log-Event = "END"
		Move Return-Code to RL-Return-Code
	   ELSE
		Move Run-Log-RC to RL-Return-Code
	   END-IF.
	   Move 0 to RL-Restart-From.
	   Move Run-Log-Program to RL-Program-Id.
	   Move Run-Log-Message to RL-Message.
	   Write Run-Log-Rec.
	   Close Run-Log-File.
