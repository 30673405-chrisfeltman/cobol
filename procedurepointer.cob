            assign to './procedurepointer.ckpt'
            organization is line sequential.

            *> optional dispatch policy: MAX-PARALLEL=n
            select policyfile
            assign to './procedurepointer.policy'
            organization is line sequential.

            *> a step run alongside the others reports back here:
            *>   return-code|started|ended
            select donefile
            assign using done-path
            organization is line sequential.

 data division.
    file section.

        fd checkpointfile.
        01 checkpoint-rec pic X(80).

        fd policyfile.
        01 policy-rec pic X(40).

        fd donefile.
        01 done-rec pic X(40).

     working-storage section.

		01 proc-pointer usage is procedure-pointer.

		*> a control line is now
		*>   entry-name,repeats[,on-error[,depends-on-steps]]
		*> on-error: ABORT (default), CONTINUE, or SKIP=<entry-name>
		*> depends-on-steps: one or more earlier step numbers,
		*> separated by spaces -- only run once every one of them
		*> ended return-code 0
		01 step-csv-field pic X(30) occurs 4 times.
		01 step-entry-name pic X(30).
		01 step-repeat-count pic 9(3).
		*> per-step return codes, for later steps' dependencies
		01 step-rc-table pic s9(4) occurs 999 times.

		*> the whole stream, read before anything runs so steps with
		*> no dependency between them can be dispatched side by side
		01 plan-capacity pic 9(3) value 999.
		01 plan-count pic 9(3) value zero.
		01 plan-table occurs 999 times.
		    05 plan-entry-name pic X(30).
		    05 plan-repeat-count pic 9(3).
		    05 plan-on-error pic X(30).
		    05 plan-depends-on pic X(30).
		    *> DONE once settled; FAILED for a step whose failure
		    *> stopped the run, so a restart runs it again
		    05 plan-state pic X(8).
		        88 plan-pending value "PENDING".
		        88 plan-running value "RUNNING".
		        88 plan-done value "DONE".
		    05 plan-launch-stamp pic X(14).
		01 plan-idx pic 9(4) value zero.
		01 settle-idx pic 9(4) value zero.
		01 skip-scan-idx pic 9(4) value zero.
		01 skipped-step-number pic 9(3) value zero.
		01 decided-count pic 9(3) value zero.
		01 abort-step pic 9(3) value zero.

		01 dep-field pic X(5) occurs 10 times.
		01 dep-idx pic 9(2) value zero.
		01 dep-step pic 9(3) value zero.
		01 dependency-state pic X(8) value spaces.
		    88 dependency-waiting value "WAITING".
		    88 dependency-failed value "FAILED".

		*> how many steps may run at once: MAX-PARALLEL=n from
		*> procedurepointer.policy, or a number as the first
		*> argument. At 1 each step runs in this process, in order;
		*> above it a step is started as a separate copy of this
		*> dispatcher (RUNSTEP mode) and polled for until it reports
		01 run-mode-param pic X(30) value spaces.
		01 policy-field pic X(20) occurs 2 times.
		01 max-parallel pic 9(2) value 1.
		01 max-parallel-cap pic 9(2) value 20.
		01 running-count pic 9(2) value zero.
		01 poll-interval-sleep pic 9(4)v9(2) value 1.
		01 command pic X(200) value spaces.
		01 done-path pic X(60) value spaces.
		01 done-part-path pic X(60) value spaces.
		01 done-field pic X(20) occurs 3 times.

		*> a SKIP=<name> disposition in effect: steps are passed
		*> over until the named entry point comes up
		01 skip-target-name pic X(30) value spaces.
		01 restart-step pic 9(3) value zero.
		01 ckpt-fingerprint pic X(80) value spaces.
		01 stream-fingerprint pic X(80) value spaces.
		01 restored-flag pic 9(1) occurs 999 times.
		01 restored-count pic 9(3) value zero.
		01 settled-through pic 9(3) value zero.
		01 ckpt-idx pic 9(4) value zero.
		01 ckpt-step pic 9(3) value zero.
		01 ckpt-field pic X(10) occurs 3 times.

		*> run-ledger registration workspace
		01 ledger-job-name pic X(20) value "jobstep-dispatch".
      procedure division.

		main.
			*> a dispatcher started by another copy of itself runs the
			*> one step it was handed and reports back, nothing more
			accept run-mode-param from argument-value
			if function upper-case(run-mode-param) equal to "RUNSTEP"
				perform run-handed-step
				goback
			end-if

			call "run-ledger" end-call  *> load the module so its entry points resolve
			call "ledger-start" using ledger-job-name end-call
			if return-code equal to 8
				display "*** another run of this job is already open - stopping ***"
				stop run
			end-if
			call "CBL_CHECK_FILE_EXIST" using './procedurepointer-run.log', file-info end-call
			if return-code equal to 0
			else
				open output runlogfile
			end-if
			perform load-dispatch-policy
			if function trim(run-mode-param) is numeric
				and function numval(run-mode-param) greater than zero
				move function numval(run-mode-param) to max-parallel
				if max-parallel greater than max-parallel-cap
					move max-parallel-cap to max-parallel
				end-if
			end-if
			perform write-run-header
			perform load-restart-checkpoint
			perform load-step-holds
			perform load-job-steps

			*> hand out every step whose dependencies are met, up to
			*> the concurrency limit, then wait for one to finish and
			*> look again -- until nothing is left running
			perform until exit
				perform dispatch-ready-steps
				if running-count equal to zero
					exit perform
				end-if
				perform collect-finished-steps
			end-perform

			display spaces
			display "job-step dispatcher finished, " decided-count " step(s) run"

			perform write-run-trailer
			close runlogfile
				perform clear-restart-checkpoint
			end-if

			move decided-count to ledger-reg-count
			if run-aborted
				move 1 to ledger-reg-rc
			else
			goback
		.

		*>*************************************************************
		*> MAX-PARALLEL=n in procedurepointer.policy lets up to n
		*> steps with no dependency between them run at once. Without
		*> the file, or at 1, the stream runs strictly in order in
		*> this process, as it always has.
		*>*************************************************************
		load-dispatch-policy.
			call "CBL_CHECK_FILE_EXIST" using './procedurepointer.policy', file-info end-call
			if return-code not equal to 0
				move zero to return-code
				exit paragraph
			end-if
			open input policyfile
			perform until exit
				read policyfile
					at end
						exit perform
					not at end
						move spaces to policy-field(1) policy-field(2)
						unstring policy-rec delimited by "="
							into policy-field(1) policy-field(2)
						end-unstring
						if function upper-case(function trim(policy-field(1)))
							equal to "MAX-PARALLEL"
							and function trim(policy-field(2)) is numeric
							and function numval(policy-field(2)) greater than zero
							move function numval(policy-field(2)) to max-parallel
						end-if
				end-read
			end-perform
			close policyfile
			if max-parallel greater than max-parallel-cap
				move max-parallel-cap to max-parallel
			end-if
			exit paragraph
		.

		*>*************************************************************
		*> A checkpoint on disk means the last run died partway --
		*> resume without re-running steps that aren't harmless to
		*> repeat. The first line is the last step up to which every
		*> step is settled, the second the stream's first control
		*> line; after those, one DONE line per settled step with its
		*> return code, since steps run side by side finish out of
		*> order. A clean finish removes the file.
		*>*************************************************************
		load-restart-checkpoint.
			call "CBL_CHECK_FILE_EXIST" using './procedurepointer.ckpt', file-info end-call
					not at end
						move checkpoint-rec to ckpt-fingerprint
				end-read
				perform until exit
					read checkpointfile
						at end
							exit perform
						not at end
							perform restore-settled-step
					end-read
				end-perform
				close checkpointfile
				display "restart checkpoint found - resuming after step " restart-step
					", " restored-count " step(s) settled"
				move spaces to run-log-rec
				if restored-count greater than zero
					string "restart detected - " restored-count
						" step(s) already settled by the prior run, resuming with the rest"
						into run-log-rec
				else
					string "restart detected - steps 1-" restart-step
						" already completed, resuming after them"
						into run-log-rec
				end-if
				write run-log-rec
			else
				move zero to return-code
			end-if
			exit paragraph
		.

		restore-settled-step.
			move spaces to ckpt-field(1) ckpt-field(2) ckpt-field(3)
			unstring checkpoint-rec delimited by all space
				into ckpt-field(1) ckpt-field(2) ckpt-field(3)
			end-unstring
			if ckpt-field(1) not equal to "DONE"
				or function trim(ckpt-field(2)) is not numeric
				exit paragraph
			end-if
			move function numval(ckpt-field(2)) to plan-idx
			if plan-idx equal to zero or plan-idx greater than plan-capacity
				exit paragraph
			end-if
			move 1 to restored-flag(plan-idx)
			move function numval(ckpt-field(3)) to step-rc-table(plan-idx)
			add 1 to restored-count
			exit paragraph
		.

		write-restart-checkpoint.
			*> settled-through: the last step up to which nothing is
			*> still to run
			move zero to settled-through
			perform varying ckpt-idx from 1 by 1 until ckpt-idx > plan-count
				if not plan-done(ckpt-idx)
					exit perform
				end-if
				move ckpt-idx to settled-through
			end-perform

			open output checkpointfile
			move spaces to checkpoint-rec
			move settled-through to checkpoint-rec(1:3)
			write checkpoint-rec
			move stream-fingerprint to checkpoint-rec
			write checkpoint-rec
			perform varying ckpt-idx from 1 by 1 until ckpt-idx > plan-count
				if plan-done(ckpt-idx)
					move step-rc-table(ckpt-idx) to step-rc-display
					move ckpt-idx to ckpt-step
					move spaces to checkpoint-rec
					string "DONE " ckpt-step " " function trim(step-rc-display)
						into checkpoint-rec
					write checkpoint-rec
				end-if
			end-perform
			close checkpointfile
			exit paragraph
		.
		write-run-header.
			move function current-date to current-timestamp
			move spaces to run-log-rec
			if max-parallel greater than 1
				string "run started " cur-year "-" cur-month "-" cur-day
					" " cur-hour ":" cur-minute ":" cur-second
					", up to " max-parallel " independent step(s) at once"
					into run-log-rec
			else
				string "run started " cur-year "-" cur-month "-" cur-day
					" " cur-hour ":" cur-minute ":" cur-second
					into run-log-rec
			end-if
			write run-log-rec
			exit paragraph
		.
		write-run-trailer.
			move spaces to run-log-rec
			if run-aborted
				string "run aborted at step " abort-step ", "
					skipped-step-count " step(s) skipped"
					into run-log-rec
			else
				string "run complete, " decided-count " step(s) seen, "
					skipped-step-count " skipped"
					into run-log-rec
			end-if
		.

		*>*************************************************************
		*> The whole stream is read before anything runs. The first
		*> control line identifies the stream: a restart checkpoint
		*> cut by a different stream is disowned here, before any
		*> skip decision, so the calendar staging a new stream never
		*> inherits the last one's progress.
		*>*************************************************************
		load-job-steps.
			open input jobsteps
			perform until exit
				read jobsteps
					at end
						exit perform
					not at end
						if jobstep-rec not equal to spaces
							perform store-job-step
						end-if
				end-read
			end-perform
			close jobsteps

			if restart-step greater than zero or restored-count greater than zero
				if ckpt-fingerprint not equal to stream-fingerprint
					display "checkpoint belongs to a different stream - ignoring it"
					move spaces to run-log-rec
					string "restart checkpoint is for a different stream - ignored"
						into run-log-rec
					write run-log-rec
					move zero to restart-step restored-count
					perform varying plan-idx from 1 by 1 until plan-idx > plan-capacity
						move zero to restored-flag(plan-idx)
						move zero to step-rc-table(plan-idx)
					end-perform
				end-if
			end-if
			exit paragraph
		.

		store-job-step.
			if plan-count >= plan-capacity
				display "*** WARNING: step table at capacity -- remaining control lines not run ***"
				exit paragraph
			end-if
			add 1 to plan-count
			if plan-count equal to 1
				move jobstep-rec to stream-fingerprint
			end-if

			move spaces to step-csv-field(1) step-csv-field(2)
				step-csv-field(3) step-csv-field(4)
					step-csv-field(3) step-csv-field(4)
			end-unstring

			move function trim(step-csv-field(1)) to plan-entry-name(plan-count)
			move step-csv-field(2) to plan-repeat-count(plan-count)
			move function upper-case(function trim(step-csv-field(3)))
				to plan-on-error(plan-count)
			if plan-on-error(plan-count) equal to spaces
				move "ABORT" to plan-on-error(plan-count)
			end-if
			move function trim(step-csv-field(4)) to plan-depends-on(plan-count)
			move "PENDING" to plan-state(plan-count)
			exit paragraph
		.

		*>*************************************************************
		*> One pass down the stream in order: settle every step that
		*> can be settled without running it (restart, skip-to, hold,
		*> failed dependency) and start every step whose dependencies
		*> all ended clean, while a slot is free. Steps that ran in
		*> this process are finished before the pass moves on, so at
		*> MAX-PARALLEL=1 the stream runs exactly in order.
		*>*************************************************************
		dispatch-ready-steps.
			perform varying plan-idx from 1 by 1 until plan-idx > plan-count
				if run-aborted
					exit perform
				end-if
				if plan-pending(plan-idx)
					perform consider-step
				end-if
			end-perform
			exit paragraph
		.

		consider-step.
			move plan-idx to step-number
			move plan-entry-name(plan-idx) to step-entry-name
			move plan-repeat-count(plan-idx) to step-repeat-count
			move plan-on-error(plan-idx) to step-on-error

			*> steps the prior, interrupted run already settled are
			*> passed straight over, their return codes kept for
			*> their dependents
			if step-number not greater than restart-step
				or restored-flag(step-number) equal to 1
				perform log-step-skipped-by-restart
				exit paragraph
			end-if

			*> operator hold gate: a held step reports HELD and
			*> gates its dependents exactly like a skipped one
			perform check-step-hold
				exit paragraph
			end-if

			*> dependency gate: every step named must have ended clean
			*> or this one doesn't run; one still running means wait
			perform check-step-dependencies
			if dependency-waiting
				exit paragraph
			end-if
			if dependency-failed
				perform log-step-skipped-by-dependency
				exit paragraph
			end-if

			if running-count >= max-parallel
				exit paragraph
			end-if
			if max-parallel equal to 1
				perform run-step-here
			else
				perform start-step-alongside
			end-if
			exit paragraph
		.

		check-step-dependencies.
			move "CLEAN" to dependency-state
			move zero to step-depends-on
			move spaces to dep-field(1) dep-field(2) dep-field(3) dep-field(4)
				dep-field(5) dep-field(6) dep-field(7) dep-field(8)
				dep-field(9) dep-field(10)
			unstring plan-depends-on(step-number) delimited by all space
				into dep-field(1) dep-field(2) dep-field(3) dep-field(4)
					dep-field(5) dep-field(6) dep-field(7) dep-field(8)
					dep-field(9) dep-field(10)
			end-unstring
			perform varying dep-idx from 1 by 1 until dep-idx > 10
				if dep-field(dep-idx) not equal to spaces
					and function trim(dep-field(dep-idx)) is numeric
					move function numval(dep-field(dep-idx)) to dep-step
					*> only an earlier step can be waited on
					if dep-step greater than zero and dep-step less than step-number
						evaluate true
							when plan-pending(dep-step) or plan-running(dep-step)
								move "WAITING" to dependency-state
							when step-rc-table(dep-step) not equal to zero
								if step-depends-on equal to zero
									move dep-step to step-depends-on
								end-if
						end-evaluate
					end-if
				end-if
			end-perform
			*> a failure anywhere settles it even while others run
			if step-depends-on greater than zero
				move "FAILED" to dependency-state
			end-if
			exit paragraph
		.

		*>*************************************************************
		*> Run the step via a procedure-pointer in this process, the
		*> dispatcher's original way, and settle it at once.
		*>*************************************************************
		run-step-here.
			set proc-pointer to entry step-entry-name
			display "step " step-number ": calling " trim(step-entry-name)
				" @" proc-pointer ", " step-repeat-count " time(s)"
				move return-code to step-rc
			end-perform
			move zero to return-code

			move function current-date to step-end-timestamp
			perform settle-finished-step
			display spaces
			exit paragraph
		.

		*>*************************************************************
		*> Start the step as a separate copy of this dispatcher,
		*> running alongside the others. It leaves its return code
		*> and start/end stamps in procedurepointer.step-NNN.done; a
		*> copy that dies without writing one is reported ABEND by
		*> the shell in its place.
		*>*************************************************************
		start-step-alongside.
			perform make-done-path
			call "CBL_DELETE_FILE" using done-path end-call
			move spaces to command
			string "(./procedurepointer RUNSTEP " function trim(step-entry-name)
				" " step-repeat-count " " step-number
				" || echo ABEND > " function trim(done-path) ") &"
				into command
			call "SYSTEM" using command end-call
			move zero to return-code

			move "RUNNING" to plan-state(step-number)
			move function current-date(1:14) to plan-launch-stamp(step-number)
			add 1 to running-count
			display "step " step-number ": started " trim(step-entry-name) ", "
				step-repeat-count " time(s) - " running-count " step(s) running"
			exit paragraph
		.

		make-done-path.
			move spaces to done-path
			string "./procedurepointer.step-" step-number ".done" into done-path
			exit paragraph
		.

		*> wait, then settle every step that has reported back
		collect-finished-steps.
			call "C$SLEEP" using poll-interval-sleep end-call
			perform varying plan-idx from 1 by 1 until plan-idx > plan-count
				if plan-running(plan-idx)
					move plan-idx to step-number
					perform make-done-path
					call "CBL_CHECK_FILE_EXIST" using done-path, file-info end-call
					if return-code equal to 0
						perform take-step-report
					else
						move zero to return-code
					end-if
				end-if
			end-perform
			exit paragraph
		.

		take-step-report.
			move spaces to done-rec
			open input donefile
			read donefile
				at end
					continue
			end-read
			close donefile
			call "CBL_DELETE_FILE" using done-path end-call
			move zero to return-code

			move plan-entry-name(step-number) to step-entry-name
			move plan-repeat-count(step-number) to step-repeat-count
			move plan-on-error(step-number) to step-on-error
			subtract 1 from running-count

			move spaces to done-field(1) done-field(2) done-field(3)
			unstring done-rec delimited by "|"
				into done-field(1) done-field(2) done-field(3)
			end-unstring
			if done-field(2) not equal to spaces
				and function trim(done-field(2)) is numeric
				and function trim(done-field(3)) is numeric
				move function numval(done-field(1)) to step-rc
				move done-field(2) to step-start-timestamp
				move done-field(3) to step-end-timestamp
			else
				*> the copy running it died before it could report
				move 999 to step-rc
				move plan-launch-stamp(step-number) to step-start-timestamp
				move function current-date to step-end-timestamp
				display "*** step " step-number ": " trim(step-entry-name)
					" ended abnormally ***"
			end-if
			perform settle-finished-step
			exit paragraph
		.

		*>*************************************************************
		*> A step has run, here or alongside: record it, then apply
		*> its on-error disposition if it failed.
		*>*************************************************************
		settle-finished-step.
			move step-rc to step-rc-table(step-number)
			move step-rc to step-rc-display
			move spaces to run-log-rec
			string "step " step-number ": " trim(step-entry-name)
				into run-log-rec
			write run-log-rec

			add 1 to decided-count
			move "DONE" to plan-state(step-number)
			if step-rc not equal to zero
				perform apply-error-disposition
			end-if
			perform write-restart-checkpoint
			exit paragraph
		.

						function trim(skip-target-name)
						into run-log-rec
					write run-log-rec
					perform skip-forward-to-target
				when other
					*> the failed step runs again on restart; steps
					*> already running alongside are let finish
					set run-aborted to true
					move step-number to abort-step
					move "FAILED" to plan-state(step-number)
					move spaces to run-log-rec
					string "step " step-number " failed - disposition ABORT, run stopped"
						into run-log-rec
			exit paragraph
		.

		*> every step not yet started between the failed one and
		*> the named entry point is passed over; one already running
		*> alongside cannot be called back and finishes
		skip-forward-to-target.
			compute skip-scan-idx = step-number + 1
			perform until skip-scan-idx > plan-count
				if function upper-case(plan-entry-name(skip-scan-idx))
					equal to skip-target-name
					exit perform
				end-if
				if plan-pending(skip-scan-idx)
					perform log-step-skipped-by-skip-to
				end-if
				add 1 to skip-scan-idx
			end-perform
			move spaces to skip-target-name
			exit paragraph
		.

		*>*************************************************************
		*> Run as RUNSTEP <entry-name> <repeats> <step-number> by the
		*> dispatcher: call the one entry point and leave the outcome
		*> where the dispatcher looks for it, written whole under a
		*> temporary name first so it is never read half-written.
		*>*************************************************************
		run-handed-step.
			move spaces to step-entry-name
			accept step-entry-name from argument-value
			move spaces to run-mode-param
			accept run-mode-param from argument-value
			move function numval(run-mode-param) to step-repeat-count
			move spaces to run-mode-param
			accept run-mode-param from argument-value
			move function numval(run-mode-param) to step-number

			move function current-date to step-start-timestamp
			set proc-pointer to entry step-entry-name
			move zero to step-rc
			perform step-repeat-count times
				move zero to return-code
				call step-entry-name using proc-pointer
				move return-code to step-rc
			end-perform
			move function current-date to step-end-timestamp

			perform make-done-path
			move spaces to done-part-path
			string function trim(done-path) ".part" into done-part-path
			move done-part-path to done-path
			open output donefile
			move step-rc to step-rc-display
			move spaces to done-rec
			string function trim(step-rc-display) "|" step-start-timestamp "|"
				step-end-timestamp into done-rec
			write done-rec
			close donefile
			perform make-done-path
			call "CBL_RENAME_FILE" using done-part-path, done-path end-call
			move zero to return-code
			exit paragraph
		.

		load-step-holds.
			call "CBL_CHECK_FILE_EXIST" using './operator-holds.dat', file-info end-call
			if return-code not equal to 0
				" - " function trim(held-reason(hold-idx))
				into run-log-rec
			write run-log-rec
			move step-number to settle-idx
			perform settle-unrun-step
			exit paragraph
		.

				" skipped - completed by the prior run before its restart"
				into run-log-rec
			write run-log-rec
			move step-number to settle-idx
			perform settle-unrun-step
			exit paragraph
		.

			*> as a failed one -- working storage zero-fills, and rc 0
			*> here would let a dependent run against files this step
			*> never built
			move 16 to step-rc-table(skip-scan-idx)
			move skip-scan-idx to skipped-step-number
			move spaces to run-log-rec
			string "step " skipped-step-number ": " trim(plan-entry-name(skip-scan-idx))
				" skipped - skip-to " function trim(skip-target-name)
				" still in effect"
				into run-log-rec
			write run-log-rec
			move skip-scan-idx to settle-idx
			perform settle-unrun-step
			exit paragraph
		.

				" which ended return-code " function trim(step-rc-display)
				into run-log-rec
			write run-log-rec
			move step-number to settle-idx
			perform settle-unrun-step
			exit paragraph
		.

		*> a step settled without running still counts as seen and
		*> is checkpointed with its return code
		settle-unrun-step.
			move "DONE" to plan-state(settle-idx)
			add 1 to decided-count
			perform write-restart-checkpoint
			exit paragraph
		.

