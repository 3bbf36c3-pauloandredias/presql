*>===============================================================================
identification division.
*>===============================================================================
program-id. presqlRestartList.
*>-------------------------------------------------------------------------------
*> GnuCOBOL SQL pre-compiler
*> Copyright (c) 2021 Paulo Andre Dias (pauloandredias@me.com)
*>
*> Inquiry program over the shared restart table the CHECKPOINT directive
*> generates code against: lists the restart entries still in flight - a
*> checkpointed cursor of some job that committed part of its rows and
*> has not yet been read to its end - grouped by job, with the rows
*> committed so far, when the last checkpoint was taken and the key the
*> next run resumes after. Operations run it before resubmitting a failed
*> job, and before clearing a job's entry to force a fresh start.
*>
*>     presqlRestartList -u <dsn> [-j <job>]
*>
*> The table is created once per database by the DBAs:
*>
*>     create table presql_restart (
*>         job_name       varchar(30)  not null,
*>         program_name   varchar(60)  not null,
*>         cursor_name    varchar(30)  not null,
*>         rows_committed integer      not null,
*>         checkpoint_at  timestamp    not null,
*>         key_value_1    varchar(254),
*>         key_value_2    varchar(254),
*>         key_value_3    varchar(254),
*>         key_value_4    varchar(254),
*>         key_value_5    varchar(254),
*>         primary key (job_name, program_name, cursor_name))
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
    function all intrinsic.

input-output section.
file-control.
    *> The credentials file -u names: connection secrets live here, read
    *> at run time, the same convention presqlValidate reads.
    select credentialsFile assign to credentialsFileName
    organization is line sequential
    file status is credentialsFileStatus.

*>===============================================================================
data division.
*>===============================================================================
file section.
fd credentialsFile.
01 credentialsLine              pic x(255).

*>------------------------------------------------------------------------------
working-storage section.
*>------------------------------------------------------------------------------
01 flags.
    03 errorFlag                pic 9(001)  value zeros.
        88 itIsOkSoFar          value 0     false 1.
        88 thereWasAnError      value 1     false 0.
    03 connectionState          pic 9(001)  value zeros.
        88 listIsConnected      value 1     false 0.

*>------------------------------------------------------------------------------
*> This program runs outside any precompiled program, so it carries its own
*> SQLCA, descriptor and statement-text buffer - the same layouts the
*> pipeline injects - and drives the same runtime entry points the
*> generated code calls, fetch path included.
*>------------------------------------------------------------------------------
01 SQLCA.
    05 SQLCAID                  pic x(8)   value "SQLCA".
    05 SQLCABC                  pic s9(9)  comp-5 value +136.
    05 SQLCODE                  pic s9(9)  comp-5.
    05 SQLERRM.
        49 SQLERRML             pic s9(4)  comp-5.
        49 SQLERRMC             pic x(70).
    05 SQLERRP                  pic x(8).
    05 SQLERRD                  pic s9(9)  comp-5 occurs 6.
    05 SQLWARNING-AREA          pic x(8).
    05 SQLSTATE                 pic x(5).

01 SQLV.
    03 SQL-ARRSZ                pic s9(9) comp-5 value 10.
    03 SQL-COUNT                pic s9(9) comp-5 value 0.
    03 SQL-ROWS                 pic s9(9) comp-5 value 1.
    03 SQL-SCROLL               pic x(1) value "F".
    03 SQL-HOLD                 pic x(1) value "N".
    03 SQL-FETCH-DIR            pic x(1) value "N".
    03 SQL-FETCH-OFFSET         pic s9(9) comp-5 value 0.
    03 SQL-TIMEOUT              pic s9(9) comp-5 value 0.
    03 SQL-VAR occurs 10 times
                indexed by SQL-VAR-INDEX.
        05 SQL-ADDR             usage pointer.
        05 SQL-IND-ADDR         usage pointer.
        05 SQL-LEN              pic s9(9) comp-5.
        05 SQL-TYPE             pic x(1).
        05 SQL-PREC             pic x(1).

01 SQL-STMT-TEXT                pic x(4000) value spaces.

01 ocsqlSubprograms.
    03 OCSQL-CONNECT            pic x(8) value "ocsql".
    03 OCSQL-DISCONNECT         pic x(8) value "ocsqldis".
    03 OCSQL-PREPARE            pic x(8) value "ocsqlpre".
    03 OCSQL-OPEN-CURSOR        pic x(8) value "ocsqlocu".
    03 OCSQL-CLOSE-CURSOR       pic x(8) value "ocsqlccu".
    03 OCSQL-FETCH-CURSOR       pic x(8) value "ocsqlftc".

*>------------------------------------------------------------------------------
*> The row the restart cursor fetches into, all of it bound as character
*> (the row count and the timestamp are cast on the way out), the same
*> way presqlCatalogExtract reads the information schema.
*>------------------------------------------------------------------------------
01 restartRow.
    03 rowJobName               pic x(030) value spaces.
    03 rowProgramName           pic x(060) value spaces.
    03 rowCursorName            pic x(030) value spaces.
    03 rowRowsCommitted         pic x(012) value spaces.
    03 rowCheckpointAt          pic x(026) value spaces.
    03 rowKeyValue              pic x(254) occurs 5.

01 argumentControls.
    03 argumentCount            pic 9(003)  value zeros.
    03 argumentNumber           pic 9(003)  value zeros.
    03 argumentText             pic x(255)  value spaces.
    03 argumentState            pic x(002)  value spaces.
        88 argumentIs-u         value "-u"  false spaces. *> The DSN holding the restart table
        88 argumentIs-j         value "-j"  false spaces. *> Only this job's entries

01 listControls.
    03 listDsnName              pic x(064)  value spaces.
    03 wantedJobName            pic x(030)  value spaces.
    03 quoteCount               binary-short unsigned value zeros.
    03 previousJobName          pic x(030)  value spaces.
    03 entriesListed            binary-long unsigned value zeros.
    03 jobsListed               binary-short unsigned value zeros.
    03 entriesDisplay           pic zzzzzzz9 value zeros.
    03 jobsDisplay              pic zzzz9   value zeros.
    03 keyIndex                 binary-short unsigned value zeros.
    03 keyText                  pic x(255)  value spaces.

*>------------------------------------------------------------------------------
*> The resolved connection: -u names a credentials file ("dsn <name>",
*> optionally "user <id>" and "password <secret>"), the same convention
*> presqlValidate reads, so nothing sensitive rides the command line. A
*> value that opens as no file still works as a literal DSN, warned.
*>------------------------------------------------------------------------------
01 credentialsControls.
    03 credentialsFileName      pic x(255) value spaces.
    03 credentialsFileStatus    pic x(002) value spaces.
        88 credentialsEof       value "10" false "00".
    03 resolvedDsnText          pic x(255) value spaces.
    03 resolvedUserText         pic x(064) value spaces.
    03 resolvedPasswordText     pic x(064) value spaces.
    *> Scratch for taking a directive's value as the whole remainder of
    *> its line, so a DSN carrying its own spaces comes through intact.
    03 credentialsWorkText      pic x(255) value spaces.
    03 credentialsTailText      pic x(255) value spaces.
    03 credentialsScanPointer   binary-short unsigned value zeros.
    03 credentialsSpacePosition binary-short unsigned value zeros.

*>------------------------------------------------------------------------------
*> getWord's word-number parameter is binary; a bare numeric literal does
*> not arrive in that usage, so fixed word positions are passed through
*> these typed ordinals instead.
*>------------------------------------------------------------------------------
01 wordOrdinals.
    03 firstWord                binary-short unsigned value 1.

01 logControls.
    03 logText                  pic x(255)  value spaces.

*>===============================================================================
procedure division.
*>===============================================================================
0-main.

    perform 1-get-arguments
    if itIsOkSoFar
        perform 2-connect-to-the-database
    end-if
    if itIsOkSoFar
        perform 3-list-the-entries
        perform 4-disconnect
    end-if

    if thereWasAnError
        move 12 to return-code
    else
        move zeros to return-code
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

    if thereWasAnError
        exit paragraph
    end-if

    if listDsnName = spaces
        move "(ERROR): PSQL3401E Usage: presqlRestartList -u <dsn> [-j <job>]" to logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if

    *> The job name goes into the query as a literal.
    move zeros to quoteCount
    inspect wantedJobName tallying quoteCount for all "'"
    if quoteCount > zeros
        string "(ERROR): PSQL3408E Job name " trim(wantedJobName) " may not contain a quote" delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
    end-if.

*>------------------------------------------------------------------------------
*> Read arguments from command-line
*>------------------------------------------------------------------------------
11-read-command-line.

    display argumentNumber upon argument-number
    accept argumentText from argument-value
    evaluate argumentText
        when "-u" set argumentIs-u to true
        when "-j" set argumentIs-j to true
        when other
            if argumentIs-u
                move argumentText to listDsnName
                set argumentIs-u to false
            else
                if argumentIs-j
                    move argumentText(1:30) to wantedJobName
                    set argumentIs-j to false
                else
                    string "(ERROR): PSQL3402E Unexpected argument " trim(argumentText) delimited by size into logText
                    perform 90-write-log
                    set thereWasAnError to true
                end-if
            end-if
    end-evaluate.

*>------------------------------------------------------------------------------
*> Opens the connection the same way presqlValidate does; a missing runtime
*> library or a refused connection fails the run outright.
*>------------------------------------------------------------------------------
2-connect-to-the-database.

    perform 21-resolve-the-credentials
    if thereWasAnError
        exit paragraph
    end-if

    move spaces to SQL-STMT-TEXT
    if resolvedUserText not = spaces
        string "connect to " trim(resolvedDsnText)
               " user " trim(resolvedUserText)
               " using " trim(resolvedPasswordText)
               delimited by size into SQL-STMT-TEXT
    else
        string "connect to " trim(resolvedDsnText) delimited by size into SQL-STMT-TEXT
    end-if
    move zeros to SQL-COUNT
    call OCSQL-CONNECT using SQLCA SQLV
        on exception
            string "(ERROR): PSQL3403E The OCSQL runtime library is not available; cannot read the restart table in " trim(listDsnName) delimited by size into logText
            perform 90-write-log
            set thereWasAnError to true
            exit paragraph
    end-call

    if SQLCODE < zeros
        string "(ERROR): PSQL3404E Connecting to " trim(listDsnName) " failed: " trim(SQLERRMC) delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if

    set listIsConnected to true.

*>------------------------------------------------------------------------------
*> Reads the connection out of the credentials file -u names; a value
*> that is not a file is taken as a literal DSN with a warning.
*>------------------------------------------------------------------------------
21-resolve-the-credentials.

    move spaces to resolvedDsnText
    move spaces to resolvedUserText
    move spaces to resolvedPasswordText

    move listDsnName to credentialsFileName
    open input credentialsFile
    if credentialsFileStatus not = "00"
        move listDsnName to resolvedDsnText
        move "(WARNING): PSQL3406W -u does not name a credentials file; the value was used as a literal DSN" to logText
        perform 90-write-log
        move spaces to credentialsFileStatus
        exit paragraph
    end-if

    read credentialsFile next record at end set credentialsEof to true end-read
    perform until credentialsEof
        if credentialsLine not = spaces and credentialsLine(1:1) not = "*"
            *> The directive's value is everything after its keyword, so
            *> a DSN with its own spaces comes through whole.
            perform 22-take-directive-value
            evaluate function lower-case(trim(getWord(credentialsLine, firstWord)))
                when "dsn"
                    move credentialsTailText to resolvedDsnText
                when "user"
                    move credentialsTailText to resolvedUserText
                when "password"
                    move credentialsTailText to resolvedPasswordText
                when other
                    continue
            end-evaluate
        end-if
        read credentialsFile next record at end set credentialsEof to true end-read
    end-perform
    close credentialsFile
    set credentialsEof to false

    if resolvedDsnText = spaces
        string "(ERROR): PSQL3407E Credentials file " trim(credentialsFileName) " carries no dsn directive" delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
    end-if.

*>------------------------------------------------------------------------------
*> Leaves the remainder of credentialsLine after its first word - the
*> directive's whole value, interior spaces and all - in
*> credentialsTailText (leading and trailing blanks trimmed).
*>------------------------------------------------------------------------------
22-take-directive-value.

    move trim(credentialsLine) to credentialsWorkText
    move zeros to credentialsSpacePosition
    perform varying credentialsScanPointer from 1 by 1
              until credentialsScanPointer > stored-char-length(credentialsWorkText)
                 or credentialsSpacePosition > zeros
        if credentialsWorkText(credentialsScanPointer:1) = space
            move credentialsScanPointer to credentialsSpacePosition
        end-if
    end-perform

    move spaces to credentialsTailText
    if credentialsSpacePosition > zeros
        move trim(credentialsWorkText(credentialsSpacePosition + 1:)) to credentialsTailText
    end-if.

*>------------------------------------------------------------------------------
*> One cursor over the restart table, ordered so each job's entries come
*> together under a heading of their own.
*>------------------------------------------------------------------------------
3-list-the-entries.

    perform 31-open-restart-cursor
    if thereWasAnError
        exit paragraph
    end-if

    if wantedJobName = spaces
        display "Restart entries in flight:"
    else
        display "Restart entries in flight for job " trim(wantedJobName) ":"
    end-if

    perform 32-fetch-one-row
    perform until SQLCODE not = zeros
        perform 33-show-one-entry
        perform 32-fetch-one-row
    end-perform

    if SQLCODE < zeros
        string "(ERROR): PSQL3405E Reading the restart table failed: " trim(SQLERRMC) delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
    end-if
    call OCSQL-CLOSE-CURSOR using SQLCA SQLV end-call

    if entriesListed = zeros
        display "    (none; every checkpointed job ran to its end)"
    end-if

    if not thereWasAnError
        move entriesListed to entriesDisplay
        move jobsListed to jobsDisplay
        string "(info): " trim(entriesDisplay) " restart entries in flight for " trim(jobsDisplay) " jobs" delimited by size into logText
        perform 90-write-log
    end-if.

*>------------------------------------------------------------------------------
*> Prepares and opens the restart cursor, with the ten output columns
*> bound by address into restartRow the same way a translated FETCH's
*> generated code binds its receiving host variables.
*>------------------------------------------------------------------------------
31-open-restart-cursor.

    move spaces to SQL-STMT-TEXT
    if wantedJobName = spaces
        string "select job_name, program_name, cursor_name,"
               " cast(rows_committed as char(12)), cast(checkpoint_at as char(26)),"
               " coalesce(key_value_1, ''), coalesce(key_value_2, ''), coalesce(key_value_3, ''),"
               " coalesce(key_value_4, ''), coalesce(key_value_5, '')"
               " from presql_restart"
               " order by job_name, program_name, cursor_name"
               delimited by size into SQL-STMT-TEXT
    else
        string "select job_name, program_name, cursor_name,"
               " cast(rows_committed as char(12)), cast(checkpoint_at as char(26)),"
               " coalesce(key_value_1, ''), coalesce(key_value_2, ''), coalesce(key_value_3, ''),"
               " coalesce(key_value_4, ''), coalesce(key_value_5, '')"
               " from presql_restart"
               " where job_name = '" trim(wantedJobName) "'"
               " order by job_name, program_name, cursor_name"
               delimited by size into SQL-STMT-TEXT
    end-if

    move 10 to SQL-COUNT
    set SQL-ADDR(1) to address of rowJobName
    move 30 to SQL-LEN(1)
    set SQL-ADDR(2) to address of rowProgramName
    move 60 to SQL-LEN(2)
    set SQL-ADDR(3) to address of rowCursorName
    move 30 to SQL-LEN(3)
    set SQL-ADDR(4) to address of rowRowsCommitted
    move 12 to SQL-LEN(4)
    set SQL-ADDR(5) to address of rowCheckpointAt
    move 26 to SQL-LEN(5)
    perform varying keyIndex from 1 by 1 until keyIndex > 5
        set SQL-VAR-INDEX to keyIndex
        set SQL-VAR-INDEX up by 5
        set SQL-ADDR(SQL-VAR-INDEX) to address of rowKeyValue(keyIndex)
        move 254 to SQL-LEN(SQL-VAR-INDEX)
    end-perform
    perform varying SQL-VAR-INDEX from 1 by 1 until SQL-VAR-INDEX > 10
        move "X" to SQL-TYPE(SQL-VAR-INDEX)
        move "0" to SQL-PREC(SQL-VAR-INDEX)
        set SQL-IND-ADDR(SQL-VAR-INDEX) to null
    end-perform

    call OCSQL-PREPARE using SQLCA SQLV
        on exception
            move "(ERROR): PSQL3403E The OCSQL runtime library is not available; cannot read the restart table" to logText
            perform 90-write-log
            set thereWasAnError to true
            exit paragraph
    end-call
    if SQLCODE < zeros
        string "(ERROR): PSQL3405E Reading the restart table failed: " trim(SQLERRMC) delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if

    move "F" to SQL-SCROLL
    move "N" to SQL-HOLD
    call OCSQL-OPEN-CURSOR using SQLCA SQLV end-call
    if SQLCODE < zeros
        string "(ERROR): PSQL3405E Reading the restart table failed: " trim(SQLERRMC) delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
    end-if.

*>------------------------------------------------------------------------------
*> One row off the cursor; SQLCODE 100 ends the loop the same way the
*> generated fetch loops end.
*>------------------------------------------------------------------------------
32-fetch-one-row.

    initialize restartRow
    move "N" to SQL-FETCH-DIR
    move 1 to SQL-ROWS
    call OCSQL-FETCH-CURSOR using SQLCA SQLV end-call.

*>------------------------------------------------------------------------------
*> One restart entry: the job heading whenever the job changes, then the
*> program and cursor, how far it got, and the key it resumes after.
*>------------------------------------------------------------------------------
33-show-one-entry.

    if rowJobName not = previousJobName or entriesListed = zeros
        move rowJobName to previousJobName
        add 1 to jobsListed
        display "Job " trim(rowJobName)
    end-if
    add 1 to entriesListed

    display "    " trim(rowProgramName) " cursor " trim(rowCursorName)
            ": " trim(rowRowsCommitted) " rows committed, last checkpoint " trim(rowCheckpointAt)

    move spaces to keyText
    perform varying keyIndex from 1 by 1 until keyIndex > 5
        if rowKeyValue(keyIndex) not = spaces
            if keyText = spaces
                move trim(rowKeyValue(keyIndex)) to keyText
            else
                move concatenate(trim(keyText), ", ", trim(rowKeyValue(keyIndex))) to keyText
            end-if
        end-if
    end-perform
    display "        resumes after key " trim(keyText).

*>------------------------------------------------------------------------------
*> Drops the connection again.
*>------------------------------------------------------------------------------
4-disconnect.

    if listIsConnected
        call OCSQL-DISCONNECT using SQLCA SQLV
            on exception
                continue
        end-call
    end-if.

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
    move spaces to logText.
