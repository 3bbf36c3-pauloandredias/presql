*>
*>     presqlWhereUsed -w <index-file> -t <table> [-c <column>]
*>
*> With -s it answers the privacy audit's question instead: every program
*> and statement that selects, inserts, updates or exports a column the
*> catalog classifies as sensitive - of one classification (pii, pci,
*> confidential), of the restricted columns, or of all of them.
*>
*>     presqlWhereUsed -w <index-file> -s <pii|pci|confidential|restricted|all>
*>
*>  This program is free software; you can redistribute it and/or modify
*>  it under the terms of the GNU General Public License as published by
*>  the Free Software Foundation; either version 2, or (at your option)
        05 whereUsedProgramName pic x(255).
    03 whereUsedStatements      pic x(120).
    03 whereUsedAccessFlag      pic x(001).
    03 whereUsedCrudFlags       pic x(004).
    03 whereUsedSensitivity     pic x(012).
    03 whereUsedRestrictedFlag  pic x(001).
    03 whereUsedExportFlag      pic x(001).
        88 columnIsExported     value "E".
    *> "T" when the table is a work table the program declares itself.
    03 whereUsedWorkTableFlag   pic x(001).

*>------------------------------------------------------------------------------
working-storage section.
        88 argumentIs-w         value "-w"  false spaces. *> The where-used index file to search
        88 argumentIs-t         value "-t"  false spaces. *> The table asked about
        88 argumentIs-c         value "-c"  false spaces. *> Narrow the answer to one column
        88 argumentIs-s         value "-s"  false spaces. *> List access to sensitive columns of a classification

01 inquiryControls.
    03 whereUsedFileName        pic x(255) value spaces.
    03 wantedColumnName         pic x(064) value spaces.
    03 referencesReported       binary-short unsigned value zeros.
    03 accessWording            pic x(016) value spaces.
    03 wantedSensitivity        pic x(012) value spaces.
    03 sensitivityWording       pic x(024) value spaces.
    03 sensitiveUseWording      pic x(040) value spaces.
    03 sensitiveUseScratch      pic x(040) value spaces.

01 logControls.
    03 logText                  pic x(255) value spaces.

    perform 1-get-arguments
    if itIsOkSoFar
        if wantedSensitivity not = spaces
            perform 3-report-sensitive-access
        else
            perform 2-report-the-references
        end-if
    end-if

    if thereWasAnError
        varying argumentNumber from 1 by 1
          until argumentNumber > argumentCount

    if whereUsedFileName = spaces or
       (wantedTableName = spaces and wantedSensitivity = spaces)
        move "(ERROR): PSQL1301E Usage: presqlWhereUsed -w <index-file> -t <table> [-c <column>] | -s <classification|restricted|all>" to logText
        perform 90-write-log
        set thereWasAnError to true
    end-if.
        when "-w" set argumentIs-w to true
        when "-t" set argumentIs-t to true
        when "-c" set argumentIs-c to true
        when "-s" set argumentIs-s to true
        when other
            if argumentIs-w
                move argumentText to whereUsedFileName
                        move function lower-case(argumentText(1:64)) to wantedColumnName
                        set argumentIs-c to false
                    else
                        if argumentIs-s
                            move function lower-case(argumentText(1:12)) to wantedSensitivity
                            set argumentIs-s to false
                        else
                            string "(ERROR): PSQL1302E Unexpected argument " trim(argumentText) delimited by size into logText
                            perform 90-write-log
                            set thereWasAnError to true
                        end-if
                    end-if
                end-if
            end-if
*>------------------------------------------------------------------------------
2-report-the-references.

    perform 20-open-the-index
    if thereWasAnError
        exit paragraph
    end-if

        display "    (no program references it)"
    end-if.

*>------------------------------------------------------------------------------
*> Opens the index for either inquiry.
*>------------------------------------------------------------------------------
20-open-the-index.

    open input whereUsedFile
    if whereUsedNotFound
        string "(ERROR): PSQL1303E Where-used index " trim(whereUsedFileName) " not found; run a -g precompile first" delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if
    if whereUsedFileStatus not = "00"
        string "(ERROR): PSQL1304E Opening " trim(whereUsedFileName) " failed with file-status " whereUsedFileStatus delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
    end-if.

*>------------------------------------------------------------------------------
*> One reference line: the program, the column (or the table-level marker),
*> the statements and the access direction.
        when other move "reads and writes" to accessWording
    end-evaluate

    if whereUsedColumnName = spaces and whereUsedWorkTableFlag = "T"
        display "    " trim(whereUsedProgramName)
            " " trim(accessWording)
            " the table as its own work table (statements" trim(whereUsedStatements) ")"
        exit paragraph
    end-if

    if whereUsedColumnName = spaces
        display "    " trim(whereUsedProgramName)
            " " trim(accessWording)
            " (statements" trim(whereUsedStatements) ")"
    end-if.

*>------------------------------------------------------------------------------
*> The privacy audit's listing: the whole index is walked, since the
*> sensitive columns are scattered across every table, and each column
*> reference of the wanted classification is reported.
*>------------------------------------------------------------------------------
3-report-sensitive-access.

    evaluate wantedSensitivity
        when "pii"
        when "pci"
        when "confidential"
        when "restricted"
        when "all"
            continue
        when other
            string "(ERROR): PSQL1305E Unknown classification " trim(wantedSensitivity) "; use pii, pci, confidential, restricted or all" delimited by size into logText
            perform 90-write-log
            set thereWasAnError to true
            exit paragraph
    end-evaluate

    perform 20-open-the-index
    if thereWasAnError
        exit paragraph
    end-if

    if wantedSensitivity = "all"
        display "Programs accessing sensitive columns:"
    else
        display "Programs accessing " trim(wantedSensitivity) " columns:"
    end-if

    move low-values to whereUsedKey
    start whereUsedFile key >= whereUsedKey
        invalid key set whereUsedEof to true
    end-start

    if not whereUsedEof
        read whereUsedFile next record at end set whereUsedEof to true end-read
    end-if
    perform until whereUsedEof
        if whereUsedColumnName not = spaces and
           (whereUsedSensitivity not = spaces or whereUsedRestrictedFlag = "R")
            if wantedSensitivity = "all" or
               whereUsedSensitivity = wantedSensitivity or
               (wantedSensitivity = "restricted" and whereUsedRestrictedFlag = "R")
                perform 31-report-one-sensitive-reference
            end-if
        end-if
        read whereUsedFile next record at end set whereUsedEof to true end-read
    end-perform
    close whereUsedFile

    if referencesReported = zeros
        display "    (no program accesses them)"
    end-if.

*>------------------------------------------------------------------------------
*> One sensitive reference line: the program, the column with its
*> classification, what the program does with it, and the statements.
*>------------------------------------------------------------------------------
31-report-one-sensitive-reference.

    add 1 to referencesReported

    move spaces to sensitivityWording
    if whereUsedRestrictedFlag = "R"
        string trim(whereUsedSensitivity) " restricted" delimited by size into sensitivityWording
    else
        move whereUsedSensitivity to sensitivityWording
    end-if

    move spaces to sensitiveUseWording
    if whereUsedCrudFlags(2:1) = "R"
        move "selects" to sensitiveUseWording
    end-if
    if whereUsedCrudFlags(1:1) = "C"
        move spaces to sensitiveUseScratch
        string trim(sensitiveUseWording) " inserts" delimited by size into sensitiveUseScratch
        move trim(sensitiveUseScratch) to sensitiveUseWording
    end-if
    if whereUsedCrudFlags(3:1) = "U"
        move spaces to sensitiveUseScratch
        string trim(sensitiveUseWording) " updates" delimited by size into sensitiveUseScratch
        move trim(sensitiveUseScratch) to sensitiveUseWording
    end-if
    if columnIsExported
        move spaces to sensitiveUseScratch
        string trim(sensitiveUseWording) " exports" delimited by size into sensitiveUseScratch
        move trim(sensitiveUseScratch) to sensitiveUseWording
    end-if

    display "    " trim(whereUsedProgramName)
        " " trim(sensitiveUseWording)
        " " trim(whereUsedTableName) "." trim(whereUsedColumnName)
        " [" trim(sensitivityWording) "]"
        " (statements" trim(whereUsedStatements) ")".

*>------------------------------------------------------------------------------
*> Writes one line to stderr; like presqlTrends this program runs standalone
*> from the command line, so there is no -l run log to append to.
*>------------------------------------------------------------------------------
90-write-log.

    *> Worded in the operator's language when the message text file carries
    *> it (PRESQL_LANGUAGE); the id and severity stay as coded.
    call "presqlMessageText" using logText

    display MODULE-ID " " trim(logText) upon stderr
    *> Cleared after writing: STRING into a dirty buffer keeps the old
    *> tail when the new message is shorter.
