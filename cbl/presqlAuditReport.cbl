*>
*> Inquiry program over the cumulative audit file presql appends to (one
*> record per run: run id, date, time, user, arguments, member count,
*> final severity, "cutoff" for a run stopped at its batch cutoff, and
*> for a run of a presqlRerun list the id of the run it reruns),
*> like presqlTrends is to the history file. Answers
*> "who last precompiled AP0340 and with what options" without grep:
*> filter by user, date range, severity, or program name (the program
*> filter joins run ids against the -m manifest records, which carry the

*>------------------------------------------------------------------------------
*> The run ids the -p program filter admits, joined out of the manifest:
*> a manifest record (source,copybooks,statements,rc,runId,score[,gate]
*> [,msgids]) carries the member in field 1 and the run id in field 5.
*>------------------------------------------------------------------------------
01 joinControls.
    03 joinedRunCount           binary-short unsigned value zeros.
    03 recordArguments          pic x(400) value spaces.
    03 recordMembers            pic x(010) value spaces.
    03 recordSeverity           pic x(002) value spaces.
    *> "cutoff" when the run stopped at its -H batch cutoff.
    03 recordOutcome            pic x(010) value spaces.
    *> The run id a run of a presqlRerun list reruns.
    03 recordRerunOf            pic x(020) value spaces.

*>------------------------------------------------------------------------------
*> The -w capacity summary: runs per user per week, the week keyed by its
    move spaces to parsedRecord
    unstring auditLine delimited by ","
        into recordRunId recordDate recordTime recordUser
             recordArguments recordMembers recordSeverity recordOutcome
             recordRerunOf
    end-unstring

    if wantedUserName not = spaces and
        move spaces to parsedRecord
        unstring auditLine delimited by ","
            into recordRunId recordDate recordTime recordUser
                 recordArguments recordMembers recordSeverity recordOutcome
                 recordRerunOf
        end-unstring
        display "    " trim(recordRunId)
            "  " recordDate " " recordTime(1:2) ":" recordTime(3:2) ":" recordTime(5:2)
            "  " trim(recordUser)
            "  rc " trim(recordSeverity)
            "  members " trim(recordMembers)
        if recordOutcome = "cutoff"
            display "        stopped at the batch cutoff"
        end-if
        if recordRerunOf not = spaces
            display "        rerun of run " trim(recordRerunOf)
        end-if
        display "        args:" trim(recordArguments)
    end-perform.

        move spaces to parsedRecord
        unstring auditLine delimited by ","
            into recordRunId recordDate recordTime recordUser
                 recordArguments recordMembers recordSeverity recordOutcome
                 recordRerunOf
        end-unstring
        if recordDate not = spaces
            move day-of-integer(integer-of-date(numval(recordDate))) to recordYearDay
*>------------------------------------------------------------------------------
90-write-log.

    *> Worded in the operator's language when the message text file carries
    *> it (PRESQL_LANGUAGE); the id and severity stay as coded.
    call "presqlMessageText" using logText

    display MODULE-ID " " trim(logText) upon stderr
    *> Cleared after writing: STRING into a dirty buffer keeps the old
    *> tail when the new message is shorter.
