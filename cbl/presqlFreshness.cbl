*>===============================================================================
identification division.
*>===============================================================================
program-id. presqlFreshness.
*>-------------------------------------------------------------------------------
*> GnuCOBOL SQL pre-compiler
*> Copyright (c) 2021 Paulo Andre Dias (pauloandredias@me.com)
*>
*> Library-wide stale-output audit. Every program presqlTranslate
*> generates carries a source fingerprint block ahead of its first line:
*> the source it was generated from, the checksum of that source, the
*> combined checksum of the copybooks it drew from (each one named), the
*> run id and the options of that run. This program walks the source
*> library and the output library and reports:
*>   - stale outputs, whose source or copybooks no longer fold to the
*>     checksums in the fingerprint (the same running checksum presql -c
*>     keeps in its stamp files)
*>   - SQL sources with no generated output at all
*>   - orphaned outputs, whose source has disappeared
*>   - outputs with no fingerprint, generated before it was stamped
*>
*>     presqlFreshness -s <source-dir> [-s <source-dir> ...] -o <output-dir>
*>                     [-r <report-file>]
*>
*> An output pairs with the source of the same name (the generated program
*> is <source>.presql.step3, beside the source or in a -t work directory).
*> The report defaults to presql.freshness; every finding is also logged,
*> and any finding ends the run with return code 4.
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
    function getWord
    function getWordNumber
    function all intrinsic.

input-output section.
file-control.
    select scanListFile assign to scanListFileName
    organization is line sequential
    file status is scanListFileStatus.

    *> The source or generated program being examined.
    select examinedFile assign to examinedFileName
    organization is line sequential
    file status is examinedFileStatus.

    *> A source or copybook being folded into a checksum.
    select checksumFile assign to checksumFileName
    organization is line sequential
    file status is checksumFileStatus.

    select reportFile assign to reportFileName
    organization is line sequential
    file status is reportFileStatus.

*>===============================================================================
data division.
*>===============================================================================
file section.
fd scanListFile.
01 scanListLine                 pic x(255).

fd examinedFile.
01 examinedLine                 pic x(255).

fd checksumFile.
01 checksumLine                 pic x(255).

fd reportFile.
01 reportLine                   pic x(400).

*>------------------------------------------------------------------------------
working-storage section.
*>------------------------------------------------------------------------------
01 flags.
    03 errorFlag                pic 9(001)  value zeros.
        88 itIsOkSoFar          value 0     false 1.
        88 thereWasAnError      value 1     false 0.
    03 scanListFileStatus       pic x(002)  value spaces.
        88 scanListEof          value "10"  false "00".
    03 examinedFileStatus       pic x(002)  value spaces.
        88 examinedEof          value "10"  false "00".
    03 checksumFileStatus       pic x(002)  value spaces.
        88 checksumEof          value "10"  false "00".
    03 reportFileStatus         pic x(002)  value spaces.

01 argumentControls.
    03 argumentCount            pic 9(003)  value zeros.
    03 argumentNumber           pic 9(003)  value zeros.
    03 argumentText             pic x(255)  value spaces.
    03 argumentState            pic x(002)  value spaces.
        88 argumentIs-s         value "-s"  false spaces. *> A source directory to walk (repeatable)
        88 argumentIs-o         value "-o"  false spaces. *> The output directory to audit
        88 argumentIs-r         value "-r"  false spaces. *> The report file to write

01 scanControls.
    03 scanListFileName         pic x(255) value spaces.
    03 examinedFileName         pic x(255) value spaces.
    03 reportFileName           pic x(255) value spaces.
    03 outputDirName            pic x(255) value spaces.
    03 sourceDirCount           binary-short unsigned value zeros.
    03 sourceDirMax             binary-short unsigned value 10.
    03 sourceDirName            pic x(255) occurs 10.
    03 sourceDirIndex           binary-short unsigned value zeros.
    03 findCommandText          pic x(1024) value spaces.
    03 systemCallStatus         binary-long value zeros.
    03 deleteFileStatus         pic 9(004) comp-5 value zeros.

*>------------------------------------------------------------------------------
*> Every source the walk turned up, by path and by file name, whether it
*> carries EXEC SQL (only those are owed an output) and whether an output
*> in the output library was paired with it.
*>------------------------------------------------------------------------------
01 sourceControls.
    03 sourceCount              binary-short unsigned value zeros.
    03 sourceMax                binary-short unsigned value 2000.
    03 sourceIndex              binary-short unsigned value zeros.
    03 sourceFoundIndex         binary-short unsigned value zeros.
    03 sourceTableFullState     pic 9(001) value zeros.
        88 theSourceTableIsFull value 1    false 0.
    03 sourceEntry              occurs 2000.
        05 sourcePath           pic x(255).
        05 sourceBase           pic x(255).
        05 sourceSqlState       pic 9(001).
            88 theSourceHasSql  value 1    false 0.
        05 sourceOutputState    pic 9(001).
            88 theSourceHasOutput value 1  false 0.
    03 examinedLineLower        pic x(255) value spaces.
    03 sqlFoundState            pic 9(001) value zeros.
        88 sqlWasFound          value 1    false 0.

*>------------------------------------------------------------------------------
*> The generated program under audit and what its fingerprint block says.
*>------------------------------------------------------------------------------
01 outputControls.
    03 outputPath               pic x(255) value spaces.
    03 outputBase               pic x(255) value spaces.
    03 baseNameText             pic x(255) value spaces.
    03 baseNameResult           pic x(255) value spaces.
    03 lastSlashPosition        binary-short unsigned value zeros.
    03 slashScanIndex           binary-short unsigned value zeros.
    03 outputLinesRead          binary-short unsigned value zeros.
    03 fingerprintWordNumber    binary-short unsigned value zeros.
    03 fingerprintWordNext      binary-short unsigned value zeros.
    03 fingerprintKind          pic x(030) value spaces.
    03 fingerprintState         pic 9(001) value zeros.
        88 theOutputIsStamped   value 1    false 0.
    03 stampedSourcePath        pic x(255) value spaces.
    03 stampedSourceChecksum    pic 9(010) value zeros.
    03 stampedCopybookChecksum  pic 9(010) value zeros.
    03 currentSourcePath        pic x(255) value spaces.
    03 currentSourceChecksum    pic 9(010) value zeros.
    03 currentCopybookChecksum  pic 9(010) value zeros.
    03 sourceFoundState         pic 9(001) value zeros.
        88 theSourceStillExists value 1    false 0.

*>------------------------------------------------------------------------------
*> The running checksum presql folds for its incremental stamps, over the
*> trimmed characters of every line, so both sides agree to the digit.
*>------------------------------------------------------------------------------
01 checksumControls.
    03 checksumFileName         pic x(255) value spaces.
    03 foldChecksum             pic 9(010) value zeros.
    03 checksumCharIndex        binary-short unsigned value zeros.
    03 foldOpenState            pic 9(001) value zeros.
        88 theFoldedFileOpened  value 1    false 0.

01 countControls.
    03 outputsAudited           binary-short unsigned value zeros.
    03 staleCount               binary-short unsigned value zeros.
    03 orphanCount              binary-short unsigned value zeros.
    03 unstampedCount           binary-short unsigned value zeros.
    03 missingCount             binary-short unsigned value zeros.
    03 outputsDisplay           pic zzzz9  value zeros.
    03 sourcesDisplay           pic zzzz9  value zeros.
    03 staleDisplay             pic zzzz9  value zeros.
    03 orphanDisplay            pic zzzz9  value zeros.
    03 unstampedDisplay         pic zzzz9  value zeros.
    03 missingDisplay           pic zzzz9  value zeros.

01 logControls.
    03 logText                  pic x(255) value spaces.

*>===============================================================================
procedure division.
*>===============================================================================
0-main.

    perform 1-get-arguments
    if itIsOkSoFar
        perform 2-open-the-report
    end-if
    if itIsOkSoFar
        perform 3-scan-the-sources
        perform 4-audit-the-outputs
        perform 5-report-missing-outputs
        perform 6-close-the-report
    end-if

    if thereWasAnError
        move 12 to return-code
    else
        if staleCount > zeros or orphanCount > zeros or
           unstampedCount > zeros or missingCount > zeros
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

    if sourceDirCount = zeros or outputDirName = spaces
        move "(ERROR): PSQL2901E Usage: presqlFreshness -s <source-dir> [-s ...] -o <output-dir> [-r <report-file>]" to logText
        perform 90-write-log
        set thereWasAnError to true
    end-if

    if reportFileName = spaces
        move "presql.freshness" to reportFileName
    end-if.

*>------------------------------------------------------------------------------
*> Read arguments from command-line
*>------------------------------------------------------------------------------
11-read-command-line.

    display argumentNumber upon argument-number
    accept argumentText from argument-value
    evaluate argumentText
        when "-s" set argumentIs-s to true
        when "-o" set argumentIs-o to true
        when "-r" set argumentIs-r to true
        when other
            if argumentIs-s
                if sourceDirCount < sourceDirMax
                    add 1 to sourceDirCount
                    move argumentText to sourceDirName(sourceDirCount)
                end-if
                set argumentIs-s to false
            else
                if argumentIs-o
                    move argumentText to outputDirName
                    set argumentIs-o to false
                else
                    if argumentIs-r
                        move argumentText to reportFileName
                        set argumentIs-r to false
                    else
                        string "(ERROR): PSQL2902E Unexpected argument " trim(argumentText) delimited by size into logText
                        perform 90-write-log
                        set thereWasAnError to true
                    end-if
                end-if
            end-if
    end-evaluate.

*>------------------------------------------------------------------------------
*> The report opens with the libraries audited; the scratch list the
*> directory walks write into sits beside it.
*>------------------------------------------------------------------------------
2-open-the-report.

    open output reportFile
    if reportFileStatus not = "00"
        string "(ERROR): PSQL2903E Opening " trim(reportFileName) " failed with file-status " reportFileStatus delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if

    move spaces to scanListFileName
    string trim(reportFileName) ".presql.scanlist" delimited by size into scanListFileName

    move spaces to reportLine
    string "Freshness audit of " trim(outputDirName) delimited by size into reportLine
    write reportLine
    perform varying sourceDirIndex from 1 by 1 until sourceDirIndex > sourceDirCount
        move spaces to reportLine
        string "  against sources in " trim(sourceDirName(sourceDirIndex)) delimited by size into reportLine
        write reportLine
    end-perform
    move spaces to reportLine
    write reportLine.

*>------------------------------------------------------------------------------
*> Walks each source directory through the shell's find, the same way
*> presqlScanner builds its batch list, and keeps every COBOL source it
*> turns up.
*>------------------------------------------------------------------------------
3-scan-the-sources.

    perform varying sourceDirIndex from 1 by 1 until sourceDirIndex > sourceDirCount
        move spaces to findCommandText
        string "find " trim(sourceDirName(sourceDirIndex))
               " -type f '(' -name '*.cbl' -o -name '*.CBL'"
               " -o -name '*.cob' -o -name '*.COB' ')' | sort > "
               trim(scanListFileName)
               delimited by size into findCommandText
        move sourceDirName(sourceDirIndex) to examinedFileName
        perform 31-run-the-walk
        if scanListFileStatus = "00"
            read scanListFile next record at end set scanListEof to true end-read
            perform until scanListEof
                if scanListLine not = spaces
                    perform 32-keep-one-source
                end-if
                read scanListFile next record at end set scanListEof to true end-read
            end-perform
            close scanListFile
            set scanListEof to false
        end-if
    end-perform.

*>------------------------------------------------------------------------------
*> Runs the find command built in findCommandText and opens the list it
*> wrote; examinedFileName names the directory for the warning. The list
*> file status is left at "00" only when there is a list to read.
*>------------------------------------------------------------------------------
31-run-the-walk.

    call "SYSTEM" using findCommandText returning systemCallStatus
    if systemCallStatus not = zeros
        string "(WARNING): PSQL2904W Scanning directory " trim(examinedFileName) " failed; it was skipped" delimited by size into logText
        perform 90-write-log
        move "35" to scanListFileStatus
        exit paragraph
    end-if

    open input scanListFile
    if scanListFileStatus not = "00"
        move "35" to scanListFileStatus
    end-if.

*>------------------------------------------------------------------------------
*> One source: its path, its file name and whether any line that is not a
*> comment carries EXEC SQL.
*>------------------------------------------------------------------------------
32-keep-one-source.

    if sourceCount >= sourceMax
        if not theSourceTableIsFull
            set theSourceTableIsFull to true
            move sourceMax to sourcesDisplay
            string "(WARNING): PSQL2910W More than " trim(sourcesDisplay) " sources; the rest were not audited" delimited by size into logText
            perform 90-write-log
        end-if
        exit paragraph
    end-if

    add 1 to sourceCount
    move scanListLine to sourcePath(sourceCount)
    move scanListLine to baseNameText
    perform 81-take-the-base-name
    move baseNameResult to sourceBase(sourceCount)
    set theSourceHasOutput(sourceCount) to false

    set sqlWasFound to false
    move scanListLine to examinedFileName
    open input examinedFile
    if examinedFileStatus = "00"
        read examinedFile next record at end set examinedEof to true end-read
        perform until examinedEof or sqlWasFound
            move lower-case(examinedLine) to examinedLineLower
            if trim(examinedLineLower)(1:2) not = "*>" and
               examinedLineLower(7:1) not = "*"
                if getWordNumber(examinedLineLower, "exec") > zeros and
                   getWordNumber(examinedLineLower, "sql") > zeros
                    set sqlWasFound to true
                end-if
            end-if
            read examinedFile next record at end set examinedEof to true end-read
        end-perform
        close examinedFile
    end-if
    move spaces to examinedFileStatus

    if sqlWasFound
        set theSourceHasSql(sourceCount) to true
    else
        set theSourceHasSql(sourceCount) to false
    end-if.

*>------------------------------------------------------------------------------
*> Walks the output directory for generated programs and audits each.
*>------------------------------------------------------------------------------
4-audit-the-outputs.

    move spaces to findCommandText
    string "find " trim(outputDirName)
           " -type f -name '*.presql.step3' | sort > "
           trim(scanListFileName)
           delimited by size into findCommandText
    move outputDirName to examinedFileName
    perform 31-run-the-walk
    if scanListFileStatus not = "00"
        exit paragraph
    end-if

    read scanListFile next record at end set scanListEof to true end-read
    perform until scanListEof
        if scanListLine not = spaces
            move scanListLine to outputPath
            perform 41-audit-one-output
        end-if
        read scanListFile next record at end set scanListEof to true end-read
    end-perform
    close scanListFile
    set scanListEof to false
    call "CBL_DELETE_FILE" using scanListFileName returning deleteFileStatus.

*>------------------------------------------------------------------------------
*> One generated program: read its fingerprint block, fold the recorded
*> copybooks as they stand today on the way, then judge it.
*>------------------------------------------------------------------------------
41-audit-one-output.

    add 1 to outputsAudited
    move outputPath to baseNameText
    perform 81-take-the-base-name
    move spaces to outputBase
    if stored-char-length(trim(baseNameResult)) > 13
        move baseNameResult(1:stored-char-length(trim(baseNameResult)) - 13) to outputBase
    end-if

    set theOutputIsStamped to false
    move spaces to stampedSourcePath
    move zeros to stampedSourceChecksum
    move zeros to stampedCopybookChecksum
    move zeros to currentCopybookChecksum
    move zeros to outputLinesRead

    move outputPath to examinedFileName
    open input examinedFile
    if examinedFileStatus not = "00"
        move spaces to examinedFileStatus
        exit paragraph
    end-if
    read examinedFile next record at end set examinedEof to true end-read
    perform until examinedEof
        add 1 to outputLinesRead
        move getWordNumber(examinedLine, "fingerprint:") to fingerprintWordNumber
        if fingerprintWordNumber > 1
            perform 42-take-one-fingerprint-line
        else
            *> The block is consecutive and sits at the very top (behind a
            *> leading compiler directive at most); the first other line
            *> after it, or a few lines with no block at all, end the read.
            if theOutputIsStamped or outputLinesRead > 3
                exit perform
            end-if
        end-if
        read examinedFile next record at end set examinedEof to true end-read
    end-perform
    close examinedFile
    set examinedEof to false

    if theOutputIsStamped
        perform 43-judge-a-stamped-output
    else
        perform 44-judge-an-unstamped-output
    end-if.

*>------------------------------------------------------------------------------
*> One "presql fingerprint:" line: the source, the checksums, or a
*> copybook (folded in as it stands today); the run and the options are
*> there for the reader and need nothing here.
*>------------------------------------------------------------------------------
42-take-one-fingerprint-line.

    subtract 1 from fingerprintWordNumber giving fingerprintWordNext
    if getWord(examinedLine, fingerprintWordNext) not = "presql"
        exit paragraph
    end-if

    set theOutputIsStamped to true
    add 1 to fingerprintWordNumber giving fingerprintWordNext
    move getWord(examinedLine, fingerprintWordNext) to fingerprintKind
    add 1 to fingerprintWordNext

    evaluate fingerprintKind
        when "source"
            move getWord(examinedLine, fingerprintWordNext) to stampedSourcePath
        when "checksums"
            move numval(getWord(examinedLine, fingerprintWordNext)) to stampedSourceChecksum
            add 1 to fingerprintWordNext
            move numval(getWord(examinedLine, fingerprintWordNext)) to stampedCopybookChecksum
        when "copybook"
            move getWord(examinedLine, fingerprintWordNext) to checksumFileName
            move currentCopybookChecksum to foldChecksum
            perform 91-fold-one-file
            move foldChecksum to currentCopybookChecksum
    end-evaluate.

*>------------------------------------------------------------------------------
*> A stamped output: its source is the one the fingerprint names, or,
*> when the library has moved since, the source of the same name the walk
*> found. No source at all makes it an orphan; otherwise a checksum that
*> no longer matches makes it stale.
*>------------------------------------------------------------------------------
43-judge-a-stamped-output.

    set theSourceStillExists to false
    move stampedSourcePath to currentSourcePath
    move stampedSourcePath to checksumFileName
    move zeros to foldChecksum
    perform 91-fold-one-file
    if theFoldedFileOpened
        set theSourceStillExists to true
    else
        move stampedSourcePath to baseNameText
        perform 81-take-the-base-name
        perform 82-find-the-source
        if sourceFoundIndex > zeros
            move sourcePath(sourceFoundIndex) to currentSourcePath
            move currentSourcePath to checksumFileName
            move zeros to foldChecksum
            perform 91-fold-one-file
            if theFoldedFileOpened
                set theSourceStillExists to true
            end-if
        end-if
    end-if
    move foldChecksum to currentSourceChecksum

    move outputBase to baseNameResult
    perform 82-find-the-source
    if sourceFoundIndex > zeros
        set theSourceHasOutput(sourceFoundIndex) to true
    end-if
    move currentSourcePath to baseNameText
    perform 81-take-the-base-name
    perform 82-find-the-source
    if sourceFoundIndex > zeros
        set theSourceHasOutput(sourceFoundIndex) to true
    end-if

    if not theSourceStillExists
        add 1 to orphanCount
        string "(WARNING): PSQL2908W " trim(outputPath) " is orphaned: its source " trim(stampedSourcePath) " no longer exists" delimited by size into logText
        perform 90-write-log
        move spaces to reportLine
        string "orphaned    " trim(outputPath) "  source gone: " trim(stampedSourcePath) delimited by size into reportLine
        write reportLine
        exit paragraph
    end-if

    if currentSourceChecksum not = stampedSourceChecksum
        add 1 to staleCount
        string "(WARNING): PSQL2905W " trim(outputPath) " is stale: " trim(currentSourcePath) " changed since it was generated" delimited by size into logText
        perform 90-write-log
        move spaces to reportLine
        string "stale       " trim(outputPath) "  source changed: " trim(currentSourcePath) delimited by size into reportLine
        write reportLine
        exit paragraph
    end-if

    if currentCopybookChecksum not = stampedCopybookChecksum
        add 1 to staleCount
        string "(WARNING): PSQL2906W " trim(outputPath) " is stale: the copybooks of " trim(currentSourcePath) " changed since it was generated" delimited by size into logText
        perform 90-write-log
        move spaces to reportLine
        string "stale       " trim(outputPath) "  copybooks changed: " trim(currentSourcePath) delimited by size into reportLine
        write reportLine
    end-if.

*>------------------------------------------------------------------------------
*> An output with no fingerprint was generated before outputs were
*> stamped and cannot be checked; with no source of its name either, it
*> is an orphan.
*>------------------------------------------------------------------------------
44-judge-an-unstamped-output.

    move outputBase to baseNameResult
    perform 82-find-the-source
    if sourceFoundIndex = zeros
        add 1 to orphanCount
        string "(WARNING): PSQL2908W " trim(outputPath) " is orphaned: its source " trim(outputBase) " no longer exists" delimited by size into logText
        perform 90-write-log
        move spaces to reportLine
        string "orphaned    " trim(outputPath) "  source gone: " trim(outputBase) delimited by size into reportLine
        write reportLine
        exit paragraph
    end-if

    set theSourceHasOutput(sourceFoundIndex) to true
    add 1 to unstampedCount
    string "(WARNING): PSQL2907W " trim(outputPath) " carries no source fingerprint and cannot be checked" delimited by size into logText
    perform 90-write-log
    move spaces to reportLine
    string "unstamped   " trim(outputPath) "  no fingerprint: regenerate to stamp it" delimited by size into reportLine
    write reportLine.

*>------------------------------------------------------------------------------
*> Every SQL source no output was paired with.
*>------------------------------------------------------------------------------
5-report-missing-outputs.

    perform varying sourceIndex from 1 by 1 until sourceIndex > sourceCount
        if theSourceHasSql(sourceIndex) and not theSourceHasOutput(sourceIndex)
            add 1 to missingCount
            string "(WARNING): PSQL2909W " trim(sourcePath(sourceIndex)) " has no generated output in " trim(outputDirName) delimited by size into logText
            perform 90-write-log
            move spaces to reportLine
            string "no-output   " trim(sourcePath(sourceIndex)) delimited by size into reportLine
            write reportLine
        end-if
    end-perform.

*>------------------------------------------------------------------------------
*> The closing counts, in the report and in the log.
*>------------------------------------------------------------------------------
6-close-the-report.

    move outputsAudited to outputsDisplay
    move sourceCount to sourcesDisplay
    move staleCount to staleDisplay
    move orphanCount to orphanDisplay
    move unstampedCount to unstampedDisplay
    move missingCount to missingDisplay

    move spaces to reportLine
    write reportLine
    move spaces to reportLine
    string trim(outputsDisplay) " output(s) audited against " trim(sourcesDisplay) " source(s): "
           trim(staleDisplay) " stale, " trim(orphanDisplay) " orphaned, "
           trim(unstampedDisplay) " unstamped, " trim(missingDisplay) " source(s) without output"
           delimited by size into reportLine
    write reportLine
    close reportFile

    string "(info): Wrote " trim(reportFileName) ": " trim(reportLine) delimited by size into logText
    perform 90-write-log.

*>------------------------------------------------------------------------------
*> The file name part of baseNameText (its directory stripped) into
*> baseNameResult.
*>------------------------------------------------------------------------------
81-take-the-base-name.

    move zeros to lastSlashPosition
    perform varying slashScanIndex from 1 by 1
              until slashScanIndex > stored-char-length(trim(baseNameText))
        if baseNameText(slashScanIndex:1) = "/"
            move slashScanIndex to lastSlashPosition
        end-if
    end-perform

    if lastSlashPosition > zeros
        move baseNameText(lastSlashPosition + 1:) to baseNameResult
    else
        move baseNameText to baseNameResult
    end-if.

*>------------------------------------------------------------------------------
*> The walked source whose file name is baseNameResult, into
*> sourceFoundIndex (zero when there is none).
*>------------------------------------------------------------------------------
82-find-the-source.

    move zeros to sourceFoundIndex
    if baseNameResult = spaces
        exit paragraph
    end-if
    perform varying sourceIndex from 1 by 1
              until sourceIndex > sourceCount or sourceFoundIndex > zeros
        if sourceBase(sourceIndex) = baseNameResult
            move sourceIndex to sourceFoundIndex
        end-if
    end-perform.

*>------------------------------------------------------------------------------
*> Folds the file named in checksumFileName into foldChecksum, character
*> by character exactly as presql folds its incremental checksum; a file
*> that cannot be opened folds nothing.
*>------------------------------------------------------------------------------
91-fold-one-file.

    set theFoldedFileOpened to false
    set checksumEof to false
    open input checksumFile
    if checksumFileStatus = "00"
        set theFoldedFileOpened to true
        read checksumFile next record at end set checksumEof to true end-read
        perform until checksumEof
            perform varying checksumCharIndex from 1 by 1
                      until checksumCharIndex > stored-char-length(trim(checksumLine))
                compute foldChecksum =
                    mod((foldChecksum * 31) + ord(checksumLine(checksumCharIndex:1)),
                        9999999999)
            end-perform
            read checksumFile next record at end set checksumEof to true end-read
        end-perform
        close checksumFile
    end-if
    move spaces to checksumFileStatus.

*>------------------------------------------------------------------------------
*> Writes one line to stderr; like presqlScanner this program runs
*> standalone from the command line, so there is no -l run log to append to.
*>------------------------------------------------------------------------------
90-write-log.

    *> Worded in the operator's language when the message text file carries
    *> it (PRESQL_LANGUAGE); the id and severity stay as coded.
    call "presqlMessageText" using logText

    display MODULE-ID " " trim(logText) upon stderr
    *> Cleared after writing: STRING into a dirty buffer keeps the old
    *> tail when the new message is shorter.
    move spaces to logText.
