*>
*>     history-file  <indexed history file>     (the -h file)
*>     history-runs  <N>      keep the newest N runs per program
*>     history-convert <file> copy the runs of a history file written
*>                            before complexity scores were recorded
*>                            into history-file (score zero), ahead of
*>                            the prune; the old file is left as it was
*>     audit-file    <file>   (default: PRESQL_AUDIT, else presql.audit)
*>     audit-days    <M>      keep audit records M days
*>     stats-file    <file>   (default: PRESQL_STATS, else presql.stats)
    record key is historyKey
    file status is historyFileStatus.

    *> A history file from before the complexity score was recorded has
    *> the shorter record below; history-convert reads it through this.
    select oldHistoryFile assign to oldHistoryFileName
    organization is indexed
    access mode is sequential
    record key is oldHistoryKey
    file status is oldHistoryFileStatus.

    *> The record-bearing line-sequential files (audit, stats) are pruned
    *> through a keep/rewrite pass: keepers go to a scratch file, then
    *> come back over the original.
    03 historyCopybooks        pic 9(005).
    03 historyStatements       pic 9(005).
    03 historyReturnCode       pic 9(002).
    03 historyComplexityScore  pic 9(007).

fd oldHistoryFile.
01 oldHistoryRecord.
    03 oldHistoryKey.
        05 oldHistoryProgramName pic x(255).
        05 oldHistoryRunId     pic x(020).
    03 oldHistoryCopybooks     pic 9(005).
    03 oldHistoryStatements    pic 9(005).
    03 oldHistoryReturnCode    pic 9(002).

fd agedFile.
01 agedLine                     pic x(512).
        88 policyNotFound       value "35"  false "00".
    03 historyFileStatus        pic x(002)  value spaces.
        88 historyEof           value "10"  false "00".
        88 historyNotFound      value "35"  false "00".
    03 oldHistoryFileStatus     pic x(002)  value spaces.
        88 oldHistoryEof        value "10"  false "00".
    03 agedFileStatus           pic x(002)  value spaces.
        88 agedEof              value "10"  false "00".
    03 keepFileStatus           pic x(002)  value spaces.
    03 policyFileName           pic x(255)  value spaces.
    03 historyFileName          pic x(255)  value spaces.
    03 historyRunsToKeep        pic 9(005)  value zeros.
    03 oldHistoryFileName       pic x(255)  value spaces.
    03 auditFileName            pic x(255)  value spaces.
    03 auditDaysToKeep          pic 9(005)  value zeros.
    03 statsFileName            pic x(255)  value spaces.
    03 countedProgramIndex      binary-short unsigned value zeros.
    03 deleteBudget             binary-long value zeros.
    03 currentProgramName       pic x(255) value spaces.
    03 recordsConverted         binary-long unsigned value zeros.
    03 recordsAlreadyThere      binary-long unsigned value zeros.

*>------------------------------------------------------------------------------
*> Date aging: a record whose date field sorts below the cutoff goes; one
    if itIsOkSoFar
        perform 12-load-the-policy
    end-if
    if itIsOkSoFar and oldHistoryFileName not = spaces
        perform 23-convert-the-old-history
    end-if
    if itIsOkSoFar
        if historyFileName not = spaces and historyRunsToKeep > zeros
            perform 2-prune-the-history-file
                    move getWord(policyLine, secondWord) to historyFileName
                when "history-runs"
                    move numval(getWord(policyLine, secondWord)) to historyRunsToKeep
                when "history-convert"
                    move getWord(policyLine, secondWord) to oldHistoryFileName
                when "audit-file"
                    move getWord(policyLine, secondWord) to auditFileName
                when "audit-days"
    end-perform
    close policyFile

    if oldHistoryFileName not = spaces and historyFileName = spaces
        move "(ERROR): PSQL1511E history-convert needs the history-file it converts into" to logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if

    if auditDaysToKeep > zeros and auditFileName = spaces
        display "PRESQL_AUDIT" upon environment-name
        accept auditFileName from environment-value
    close historyFile
    set historyEof to false.

*>------------------------------------------------------------------------------
*> Copies every run of a history file written before the complexity score
*> was recorded into the current history file, score zero, so presql -h
*> and presqlTrends can go on using its runs. A run already in the target
*> (a conversion that was repeated) is left as it is. The dry run only
*> counts what would be copied.
*>------------------------------------------------------------------------------
23-convert-the-old-history.

    open input oldHistoryFile
    if oldHistoryFileStatus not = "00"
        move spaces to logText
        string "(ERROR): PSQL1506E Opening history file " trim(oldHistoryFileName) " failed with file-status " oldHistoryFileStatus delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if

    if not thisIsADryRun
        open i-o historyFile
        if historyNotFound
            open output historyFile
        end-if
        if historyFileStatus not = "00"
            move spaces to logText
            string "(ERROR): PSQL1506E Opening history file " trim(historyFileName) " failed with file-status " historyFileStatus delimited by size into logText
            perform 90-write-log
            set thereWasAnError to true
            close oldHistoryFile
            exit paragraph
        end-if
    end-if

    move zeros to recordsConverted recordsAlreadyThere
    read oldHistoryFile next record at end set oldHistoryEof to true end-read
    perform until oldHistoryEof
        if thisIsADryRun
            add 1 to recordsConverted
        else
            perform 231-write-one-converted-run
        end-if
        if not oldHistoryEof
            read oldHistoryFile next record at end set oldHistoryEof to true end-read
        end-if
    end-perform
    close oldHistoryFile
    set oldHistoryEof to false
    if not thisIsADryRun
        close historyFile
    end-if

    move recordsConverted to countDisplay
    move recordsAlreadyThere to secondCountDisplay
    move spaces to logText
    if thisIsADryRun
        display "WOULD CONVERT: " trim(countDisplay) " run record(s) of "
            trim(oldHistoryFileName) " into " trim(historyFileName)
    else
        string "(info): History file " trim(oldHistoryFileName) ": "
               trim(countDisplay) " run record(s) converted into "
               trim(historyFileName) ", " trim(secondCountDisplay)
               " already there"
               delimited by size into logText
        perform 90-write-log
    end-if.

*>------------------------------------------------------------------------------
*> One old-layout run into the current layout. Status 22 is a run the
*> target already holds; anything else stops the conversion.
*>------------------------------------------------------------------------------
231-write-one-converted-run.

    move oldHistoryProgramName to historyProgramName
    move oldHistoryRunId to historyRunId
    move oldHistoryCopybooks to historyCopybooks
    move oldHistoryStatements to historyStatements
    move oldHistoryReturnCode to historyReturnCode
    move zeros to historyComplexityScore
    write historyRecord
        invalid key continue
    end-write
    evaluate historyFileStatus
        when "00"
            add 1 to recordsConverted
        when "22"
            add 1 to recordsAlreadyThere
        when other
            move spaces to logText
            string "(ERROR): PSQL1512E Writing history file " trim(historyFileName) " failed with file-status " historyFileStatus delimited by size into logText
            perform 90-write-log
            set thereWasAnError to true
            set oldHistoryEof to true
    end-evaluate.

*>------------------------------------------------------------------------------
*> Aging prune over the audit file: field two of each record is its date.
*>------------------------------------------------------------------------------
*>------------------------------------------------------------------------------
90-write-log.

    *> Worded in the operator's language when the message text file carries
    *> it (PRESQL_LANGUAGE); the id and severity stay as coded.
    call "presqlMessageText" using logText

    display MODULE-ID " " trim(logText) upon stderr
    *> Cleared after writing: STRING into a dirty buffer keeps the old
    *> tail when the new message is shorter.
