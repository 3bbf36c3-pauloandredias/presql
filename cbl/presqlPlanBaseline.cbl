*>===============================================================================
identification division.
*>===============================================================================
program-id. presqlPlanBaseline.
*>-------------------------------------------------------------------------------
*> GnuCOBOL SQL pre-compiler
*> Copyright (c) 2021 Paulo Andre Dias (pauloandredias@me.com)
*>
*> DBA utility over the access-plan baseline presqlValidate keeps on every
*> -u precompile (PRESQL_PLAN_BASELINE, presql.planbase when not set): one
*> accepted plan per program and statement text fingerprint, and the
*> latest plan that differed from it waiting beside it as a candidate.
*>
*>     presqlPlanBaseline [-f <baseline-file>] -l [-p <program>]
*>     presqlPlanBaseline [-f <baseline-file>] -a -p <program> [-s <fingerprint>]
*>
*> -l lists the candidates waiting, regressions marked, with the accepted
*> and the new plan side by side; -a accepts the candidates of a program
*> (or of the one statement fingerprint -s names) as its new baseline.
*> Every acceptance appends a record to the plan audit file
*> (PRESQL_PLAN_AUDIT, presql.planaudit when not set): date, time, user,
*> program, fingerprint, statement number, the plan given up and the plan
*> taken (full scan flag/join method/estimated rows each), and the run id
*> the taken plan was captured by. An audit file that cannot be written
*> stops the acceptance before anything changes.
*>
*>  This program is free software; you can redistribute it and/or modify
*>  it under the terms of the GNU General Public License as published by
*>  the Free Software Foundation; either version 2, or (at your option)
*>  any later version.
*>
*>  This program is distributed in the hope that it will be useful,
*>  but WITHOUT ANY WARRANTY; without even the implied warranty of
*>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.  See the
*>  GNU General Public License for more details.
*>-------------------------------------------------------------------------------

*>===============================================================================
environment division.
*>===============================================================================
configuration section.
repository.
    function all intrinsic.

input-output section.
file-control.
    select planBaselineFile assign to planBaselineFileName
    organization is indexed
    access mode is dynamic
    record key is planBaselineKey
    file status is planBaselineFileStatus.

    select planAuditFile assign to planAuditFileName
    organization is line sequential
    file status is planAuditFileStatus.

*>===============================================================================
data division.
*>===============================================================================
file section.
fd planBaselineFile.
01 planBaselineRecord.
    03 planBaselineKey.
        05 planProgramName      pic x(255).
        05 planStatementFingerprint pic 9(010).
    03 planStatementNumber      pic 9(003).
    03 acceptedPlan.
        05 acceptedScanFlag     pic 9(001).
        05 acceptedJoinMethod   pic x(020).
        05 acceptedRows         pic 9(009).
        05 acceptedDate         pic x(008).
        05 acceptedTime         pic x(006).
        05 acceptedBy           pic x(032).
        05 acceptedPlanText     pic x(1000).
    03 candidatePlan.
        05 candidateState       pic 9(001).
            88 aCandidateIsPending value 1 false 0.
        05 candidateRegressionFlag pic 9(001).
            88 theCandidateRegressed value 1 false 0.
        05 candidateScanFlag    pic 9(001).
        05 candidateJoinMethod  pic x(020).
        05 candidateRows        pic 9(009).
        05 candidateRunId       pic x(020).
        05 candidateDate        pic x(008).
        05 candidateTime        pic x(006).
        05 candidatePlanText    pic x(1000).

fd planAuditFile.
01 planAuditLine                pic x(512).

*>------------------------------------------------------------------------------
working-storage section.
*>------------------------------------------------------------------------------
01 flags.
    03 errorFlag                pic 9(001)  value zeros.
        88 itIsOkSoFar          value 0     false 1.
        88 thereWasAnError      value 1     false 0.
    03 planBaselineFileStatus   pic x(002)  value spaces.
        88 planBaselineEof      value "10"  false "00".
        88 planBaselineNotFound value "35"  false "00".
    03 planAuditFileStatus      pic x(002)  value spaces.

01 argumentControls.
    03 argumentCount            pic 9(003)  value zeros.
    03 argumentNumber           pic 9(003)  value zeros.
    03 argumentText             pic x(255)  value spaces.
    03 argumentState            pic x(002)  value spaces.
        88 argumentIs-f         value "-f"  false spaces. *> The plan baseline file (default PRESQL_PLAN_BASELINE)
        88 argumentIs-p         value "-p"  false spaces. *> The program, as presql keys it (its source)
        88 argumentIs-s         value "-s"  false spaces. *> One statement fingerprint of the program
    03 actionState              pic x(001)  value spaces.
        88 actionIsList         value "L".
        88 actionIsAccept       value "A".
    03 planBaselineFileName     pic x(255)  value spaces.
    03 planAuditFileName        pic x(255)  value spaces.
    03 wantedProgramName        pic x(255)  value spaces.
    03 wantedFingerprintText    pic x(010)  value spaces.
    03 wantedFingerprint        pic 9(010)  value zeros.

01 planControls.
    03 candidatesListed         binary-short unsigned value zeros.
    03 candidatesAccepted       binary-short unsigned value zeros.
    03 countDisplay             pic zzzz9  value zeros.
    03 acceptingUser            pic x(032) value spaces.
    03 acceptStamp              pic x(021) value spaces.
    03 regressionMarker         pic x(012) value spaces.
    03 acceptedSummary          pic x(060) value spaces.
    03 candidateSummary         pic x(060) value spaces.
    03 summaryRows              pic zzzzzzzz9 value zeros.
    03 summaryJoin              pic x(020) value spaces.
    03 statementDisplay         pic zz9    value zeros.

01 logControls.
    03 logText                  pic x(255) value spaces.

*>===============================================================================
procedure division.
*>===============================================================================
0-main.

    perform 1-get-arguments
    if itIsOkSoFar
        perform 2-open-the-baseline
    end-if
    if itIsOkSoFar
        if actionIsList
            perform 3-list-the-candidates
        else
            perform 4-accept-the-candidates
        end-if
        close planBaselineFile
    end-if

    if thereWasAnError
        move 12 to return-code
    else
        if actionIsAccept and candidatesAccepted = zeros
            move 4 to return-code
        else
            move zeros to return-code
        end-if
    end-if

    stop run.

*>------------------------------------------------------------------------------
*> Receive and validate arguments from command line
*>------------------------------------------------------------------------------
1-get-arguments.

    accept argumentCount from argument-number
    perform 11-read-command-line
        varying argumentNumber from 1 by 1
          until argumentNumber > argumentCount

    if actionState = spaces or (actionIsAccept and wantedProgramName = spaces)
        move "(ERROR): PSQL3101E Usage: presqlPlanBaseline [-f <baseline-file>] -l [-p <program>] | -a -p <program> [-s <fingerprint>]" to logText
        perform 90-write-log
        set thereWasAnError to true
    end-if

    if planBaselineFileName = spaces
        display "PRESQL_PLAN_BASELINE" upon environment-name
        accept planBaselineFileName from environment-value
        if planBaselineFileName = spaces
            move "presql.planbase" to planBaselineFileName
        end-if
    end-if

    if wantedFingerprintText not = spaces
        move numval(wantedFingerprintText) to wantedFingerprint
    end-if.

*>------------------------------------------------------------------------------
*> Read arguments from command-line
*>------------------------------------------------------------------------------
11-read-command-line.

    display argumentNumber upon argument-number
    accept argumentText from argument-value
    evaluate argumentText
        when "-f" set argumentIs-f to true
        when "-p" set argumentIs-p to true
        when "-s" set argumentIs-s to true
        when "-l" set actionIsList to true
        when "-a" set actionIsAccept to true
        when other
            if argumentIs-f
                move argumentText to planBaselineFileName
                set argumentIs-f to false
            else
                if argumentIs-p
                    move argumentText to wantedProgramName
                    set argumentIs-p to false
                else
                    if argumentIs-s
                        move argumentText to wantedFingerprintText
                        set argumentIs-s to false
                    else
                        string "(ERROR): PSQL3102E Unexpected argument " trim(argumentText) delimited by size into logText
                        perform 90-write-log
                        set thereWasAnError to true
                    end-if
                end-if
            end-if
    end-evaluate.

*>------------------------------------------------------------------------------
*> Opens the baseline: for reading to list, for update to accept.
*>------------------------------------------------------------------------------
2-open-the-baseline.

    if actionIsList
        open input planBaselineFile
    else
        open i-o planBaselineFile
    end-if
    if planBaselineNotFound
        string "(ERROR): PSQL3103E Plan baseline " trim(planBaselineFileName) " not found; run a -u precompile first" delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if
    if planBaselineFileStatus not = "00"
        string "(ERROR): PSQL3104E Opening " trim(planBaselineFileName) " failed with file-status " planBaselineFileStatus delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
    end-if.

*>------------------------------------------------------------------------------
*> Positions on the first record of the wanted program, or of the whole
*> baseline when no program was named.
*>------------------------------------------------------------------------------
21-start-the-browse.

    move spaces to planBaselineRecord
    if wantedProgramName = spaces
        move low-values to planBaselineKey
    else
        move wantedProgramName to planProgramName
        move zeros to planStatementFingerprint
    end-if
    start planBaselineFile key >= planBaselineKey
        invalid key set planBaselineEof to true
    end-start
    if not planBaselineEof
        read planBaselineFile next record at end set planBaselineEof to true end-read
    end-if.

*>------------------------------------------------------------------------------
*> Every candidate waiting, of one program or of all.
*>------------------------------------------------------------------------------
3-list-the-candidates.

    display "Access plans waiting for acceptance in " trim(planBaselineFileName)
    perform 21-start-the-browse
    perform until planBaselineEof
        if wantedProgramName not = spaces and planProgramName not = wantedProgramName
            exit perform
        end-if
        if aCandidateIsPending
            perform 31-list-one-candidate
        end-if
        read planBaselineFile next record at end set planBaselineEof to true end-read
    end-perform

    if candidatesListed = zeros
        display "    (no plan is waiting)"
    end-if.

*>------------------------------------------------------------------------------
*> One candidate: the program and statement, and both plans summarized.
*>------------------------------------------------------------------------------
31-list-one-candidate.

    add 1 to candidatesListed
    perform 5-summarize-both-plans
    if theCandidateRegressed
        move "REGRESSION" to regressionMarker
    else
        move "changed" to regressionMarker
    end-if
    move planStatementNumber to statementDisplay
    display "    " trim(planProgramName) "  statement " trim(statementDisplay)
        "  fingerprint " planStatementFingerprint "  " trim(regressionMarker)
    display "        accepted " trim(acceptedSummary) "  (" acceptedDate " by " trim(acceptedBy) ")"
    display "        new      " trim(candidateSummary) "  (run " trim(candidateRunId) ", " candidateDate ")".

*>------------------------------------------------------------------------------
*> Takes the program's waiting candidates (or the one -s names) as its
*> accepted plans, auditing each one before it is rewritten.
*>------------------------------------------------------------------------------
4-accept-the-candidates.

    display "PRESQL_PLAN_AUDIT" upon environment-name
    accept planAuditFileName from environment-value
    if planAuditFileName = spaces
        move "presql.planaudit" to planAuditFileName
    end-if
    open extend planAuditFile
    if planAuditFileStatus = "35"
        open output planAuditFile
    end-if
    if planAuditFileStatus not = "00"
        string "(ERROR): PSQL3105E Opening plan audit file " trim(planAuditFileName) " failed with file-status " planAuditFileStatus "; nothing was accepted" delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if

    display "USER" upon environment-name
    accept acceptingUser from environment-value
    if acceptingUser = spaces
        display "LOGNAME" upon environment-name
        accept acceptingUser from environment-value
    end-if
    move function current-date to acceptStamp

    perform 21-start-the-browse
    perform until planBaselineEof
        if planProgramName not = wantedProgramName
            exit perform
        end-if
        if aCandidateIsPending and
           (wantedFingerprintText = spaces or planStatementFingerprint = wantedFingerprint)
            perform 41-accept-one-candidate
        end-if
        read planBaselineFile next record at end set planBaselineEof to true end-read
    end-perform
    close planAuditFile

    move candidatesAccepted to countDisplay
    if candidatesAccepted = zeros
        string "(WARNING): PSQL3106W No plan of " trim(wantedProgramName) " is waiting for acceptance" delimited by size into logText
        perform 90-write-log
    else
        string "(info): " trim(countDisplay) " plan(s) of " trim(wantedProgramName) " accepted as the baseline" delimited by size into logText
        perform 90-write-log
    end-if.

*>------------------------------------------------------------------------------
*> One acceptance: the audit record first, then the candidate moves into
*> the accepted plan and the candidate slot is cleared.
*>------------------------------------------------------------------------------
41-accept-one-candidate.

    perform 5-summarize-both-plans
    move planStatementNumber to statementDisplay
    move spaces to planAuditLine
    string acceptStamp(1:8) ","
           acceptStamp(9:6) ","
           trim(acceptingUser) ","
           trim(planProgramName) ","
           planStatementFingerprint ","
           trim(statementDisplay) ","
           trim(acceptedSummary) ","
           trim(candidateSummary) ","
           trim(candidateRunId)
           delimited by size into planAuditLine
    write planAuditLine

    move candidateScanFlag to acceptedScanFlag
    move candidateJoinMethod to acceptedJoinMethod
    move candidateRows to acceptedRows
    move candidatePlanText to acceptedPlanText
    move acceptStamp(1:8) to acceptedDate
    move acceptStamp(9:6) to acceptedTime
    move acceptingUser to acceptedBy
    move spaces to candidatePlan
    move zeros to candidateState
    move zeros to candidateRegressionFlag
    move zeros to candidateScanFlag
    move zeros to candidateRows
    rewrite planBaselineRecord
    if planBaselineFileStatus not = "00"
        string "(ERROR): PSQL3107E Rewriting the plan of " trim(planProgramName) " statement " trim(statementDisplay) " failed with file-status " planBaselineFileStatus delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if
    add 1 to candidatesAccepted.

*>------------------------------------------------------------------------------
*> "scan|noscan join-method rows" for the accepted and the candidate plan.
*>------------------------------------------------------------------------------
5-summarize-both-plans.

    move acceptedJoinMethod to summaryJoin
    if summaryJoin = spaces
        move "(none)" to summaryJoin
    end-if
    move acceptedRows to summaryRows
    move spaces to acceptedSummary
    if acceptedScanFlag = 1
        string "scan/" trim(summaryJoin) "/" trim(summaryRows) " rows" delimited by size into acceptedSummary
    else
        string "noscan/" trim(summaryJoin) "/" trim(summaryRows) " rows" delimited by size into acceptedSummary
    end-if

    move candidateJoinMethod to summaryJoin
    if summaryJoin = spaces
        move "(none)" to summaryJoin
    end-if
    move candidateRows to summaryRows
    move spaces to candidateSummary
    if candidateScanFlag = 1
        string "scan/" trim(summaryJoin) "/" trim(summaryRows) " rows" delimited by size into candidateSummary
    else
        string "noscan/" trim(summaryJoin) "/" trim(summaryRows) " rows" delimited by size into candidateSummary
    end-if.

*>------------------------------------------------------------------------------
*> Writes one line to stderr.
*>------------------------------------------------------------------------------
90-write-log.

    *> Worded in the operator's language when the message text file carries
    *> it (PRESQL_LANGUAGE); the id and severity stay as coded.
    call "presqlMessageText" using logText

    display MODULE-ID " " trim(logText) upon stderr
    *> Cleared after writing: STRING into a dirty buffer keeps the old
    *> tail when the new message is shorter.
    move spaces to logText.
