*> one program out takes minutes and still leaves change-control evidence.
*>
*>     presqlRestore -s <translated-output-file> -g <generation-number>
*>                   [-e <environment>]
*>
*> With -e the rollback is also recorded in the deployment ledger against
*> that environment: the restored generation, the run id its snapshot
*> names and the checksum of the output as restored. The listing of an
*> older generation is not kept, so the entry carries no listing and
*> presqlDriftReport reports its statement text as unavailable.
*>
*>  This program is free software; you can redistribute it and/or modify
*>  it under the terms of the GNU General Public License as published by
*>===============================================================================
configuration section.
repository.
    function getWord
    function getWordNumber
    function all intrinsic.

    organization is line sequential
    file status is auditFileStatus.

    select ledgerFile assign to ledgerFileName
    organization is indexed
    access mode is random
    record key is ledgerKey
    file status is ledgerFileStatus.

*>===============================================================================
data division.
*>===============================================================================
fd auditFile.
01 auditLine                    pic x(512).

*>------------------------------------------------------------------------------
*> The deployment ledger: what is installed where. presqlInstall and
*> presqlDriftReport carry the same layout.
*>------------------------------------------------------------------------------
fd ledgerFile.
01 ledgerRecord.
    03 ledgerKey.
        05 ledgerProgramName    pic x(060).
        05 ledgerEnvironment    pic x(008).
    03 ledgerRunId              pic x(020).
    03 ledgerGeneration         pic 9(002).
    03 ledgerOutputChecksum     pic 9(010).
    03 ledgerInstalledDate      pic x(008).
    03 ledgerInstalledTime      pic x(006).
    03 ledgerInstalledBy        pic x(032).
    03 ledgerAction             pic x(008).
    03 ledgerPackageId          pic x(020).
    03 ledgerListingFileName    pic x(255).

*>------------------------------------------------------------------------------
working-storage section.
*>------------------------------------------------------------------------------
        88 generationNotFound   value "35"  false "00".
    03 outputFileStatus         pic x(002)  value spaces.
    03 auditFileStatus          pic x(002)  value spaces.
    03 ledgerFileStatus         pic x(002)  value spaces.

01 argumentControls.
    03 argumentCount            pic 9(003)  value zeros.
    03 argumentState            pic x(002)  value spaces.
        88 argumentIs-s         value "-s"  false spaces. *> The translated output file to restore
        88 argumentIs-g         value "-g"  false spaces. *> The generation number to restore from
        88 argumentIs-e         value "-e"  false spaces. *> Record the rollback in the ledger under this environment

01 restoreControls.
    03 outputFileName           pic x(255) value spaces.
    03 restoreRunId             pic x(020) value spaces.
    03 invokingUser             pic x(032) value spaces.

*>------------------------------------------------------------------------------
*> The ledger entry written with -e. The checksum is folded the way
*> presqlInstall's package checksum is (each line's text, then its
*> length), so a rollback to exactly what a package shipped compares equal.
*>------------------------------------------------------------------------------
01 ledgerControls.
    03 ledgerFileName           pic x(255) value spaces.
    03 environmentName          pic x(008) value spaces.
    03 restoredRunId            pic x(020) value spaces.
    03 restoredChecksum         pic 9(010) value zeros.
    03 runWordNumber            binary-short unsigned value zeros.
    03 checksumCharIndex        binary-long unsigned value zeros.
    03 restoredLineLength       binary-long unsigned value zeros.
    03 ledgerProgramText        pic x(255) value spaces.
    03 lastSlashPosition        binary-long unsigned value zeros.
    03 slashScanIndex           binary-long unsigned value zeros.

01 logControls.
    03 logText                  pic x(255) value spaces.

    if itIsOkSoFar
        perform 3-write-audit-record
    end-if
    if itIsOkSoFar and environmentName not = spaces
        perform 4-update-the-ledger
    end-if

    if thereWasAnError
        move 12 to return-code
          until argumentNumber > argumentCount

    if outputFileName = spaces or generationNumber = zeros
        move "(ERROR): PSQL1701E Usage: presqlRestore -s <translated-output-file> -g <generation-number> [-e <environment>]" to logText
        perform 90-write-log
        set thereWasAnError to true
    end-if.
    evaluate argumentText
        when "-s" set argumentIs-s to true
        when "-g" set argumentIs-g to true
        when "-e" set argumentIs-e to true
        when other
            if argumentIs-s
                move argumentText to outputFileName
                if argumentIs-g
                    move numval(argumentText) to generationNumber
                    set argumentIs-g to false
                else
                if argumentIs-e
                    move upper-case(argumentText) to environmentName
                    set argumentIs-e to false
                else
                    string "(ERROR): PSQL1702E Unexpected argument " trim(argumentText) delimited by size into logText
                    perform 90-write-log
                    set thereWasAnError to true
                end-if
                end-if
            end-if
    end-evaluate.

    perform until generationEof
        write outputLine from generationLine
        add 1 to linesRestored
        move stored-char-length(generationLine) to restoredLineLength
        perform varying checksumCharIndex from 1 by 1
                  until checksumCharIndex > restoredLineLength
            compute restoredChecksum =
                function mod((restoredChecksum * 31) +
                             function ord(generationLine(checksumCharIndex:1)),
                             9999999999)
        end-perform
        compute restoredChecksum =
            function mod((restoredChecksum * 31) + restoredLineLength, 9999999999)
        read generationFile next record at end set generationEof to true end-read
    end-perform
    close generationFile
        close auditFile
    end-if.

*>------------------------------------------------------------------------------
*> Records the rollback against the -e environment in the deployment
*> ledger (PRESQL_LEDGER names it; presql.ledger otherwise). The program
*> is the output file's base name up to its first period, as presqlInstall
*> names it from the member; the run id comes off the snapshot's stamp.
*>------------------------------------------------------------------------------
4-update-the-ledger.

    display "PRESQL_LEDGER" upon environment-name
    accept ledgerFileName from environment-value
    if ledgerFileName = spaces
        move "presql.ledger" to ledgerFileName
    end-if

    move spaces to restoredRunId
    move getWordNumber(restoredStampLine, "run") to runWordNumber
    if runWordNumber > zeros
        add 1 to runWordNumber
        move getWord(restoredStampLine, runWordNumber) to restoredRunId
    end-if

    move zeros to lastSlashPosition
    perform varying slashScanIndex from 1 by 1
              until slashScanIndex > stored-char-length(trim(outputFileName))
        if outputFileName(slashScanIndex:1) = "/"
            move slashScanIndex to lastSlashPosition
        end-if
    end-perform
    move outputFileName(lastSlashPosition + 1:) to ledgerProgramText

    open i-o ledgerFile
    if ledgerFileStatus = "35"
        open output ledgerFile
    end-if
    if ledgerFileStatus not = "00"
        string "(ERROR): PSQL1706E Opening ledger " trim(ledgerFileName) " failed with file-status " ledgerFileStatus delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if

    move spaces to ledgerRecord
    unstring ledgerProgramText delimited by "." into ledgerProgramName
    move environmentName to ledgerEnvironment
    move restoredRunId to ledgerRunId
    move generationNumber to ledgerGeneration
    move restoredChecksum to ledgerOutputChecksum
    move restoreStamp(1:8) to ledgerInstalledDate
    move restoreStamp(9:6) to ledgerInstalledTime
    move invokingUser to ledgerInstalledBy
    move "RESTORE" to ledgerAction
    move restoreRunId to ledgerPackageId
    write ledgerRecord
        invalid key rewrite ledgerRecord
    end-write
    close ledgerFile

    string "(info): Ledger " trim(ledgerFileName) ": " trim(ledgerProgramName) " recorded as generation " generationNumber " in " trim(environmentName) delimited by size into logText
    perform 90-write-log.

*>------------------------------------------------------------------------------
*> Writes one line to stderr; like presqlDclgen this program runs standalone
*> from the command line, so there is no -l run log to append to.
*>------------------------------------------------------------------------------
90-write-log.

    *> Worded in the operator's language when the message text file carries
    *> it (PRESQL_LANGUAGE); the id and severity stay as coded.
    call "presqlMessageText" using logText

    display MODULE-ID " " trim(logText) upon stderr
    *> Cleared after writing: STRING into a dirty buffer keeps the old
    *> tail when the new message is shorter.
