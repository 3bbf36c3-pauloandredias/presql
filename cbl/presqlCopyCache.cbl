*>===============================================================================
identification division.
*>===============================================================================
*> Not INITIAL: the cache lives in this program's working storage, which
*> must survive from one member of a batch run to the next.
program-id. presqlCopyCache.
*>-------------------------------------------------------------------------------
*> GnuCOBOL SQL pre-compiler
*> Copyright (c) 2021 Paulo Andre Dias (pauloandredias@me.com)
*>
*> Copybook cache for a batch run: presqlIncludes is INITIAL and starts
*> every member from scratch, so without this it would search every -i
*> directory and library and reread the same DCLGEN and common copybooks
*> for each of them. Each copybook read is kept here for the life of the
*> process (one -w worker is a process of its own), keyed by its name and
*> the search path and version options in force, together with where it
*> was found and that file's modification stamp. A later include of the
*> same copybook gets the lines back without any search, unless the file
*> has changed since (or is gone), in which case the entry is dropped and
*> the copybook is searched for and read afresh. The lines are kept as
*> read: REPLACING pairs are applied by presqlIncludes as it expands them,
*> so every REPLACING variant of an include shares the one read.
*>
*> Functions: F finds a copybook (the lines come back in the level buffer),
*> K keeps the copybook just read into the level buffer, and T hands back
*> the totals for the batch summary: hits, reads and the time the hits
*> saved, at the average cost of a read.
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

*>===============================================================================
data division.
*>===============================================================================
working-storage section.
*>------------------------------------------------------------------------------
*> One entry per copybook kept: its lines sit in the shared line pool from
*> cacheEntryFirstLine on. A stale entry (its file changed) keeps its slot
*> for the fresh read of the same copybook.
*>------------------------------------------------------------------------------
01 cacheEntries.
    03 cacheEntryCount          binary-short unsigned value zeros.
    03 cacheEntryMax            binary-short unsigned value 1000.
    03 cacheEntryIndex          binary-short unsigned value zeros.
    03 cacheEntryFound          binary-short unsigned value zeros.
    03 cacheEntry               occurs 1000.
        05 cacheEntryName       pic x(255).
        05 cacheEntryContext    pic 9(010).
        05 cacheEntryPath       pic x(255).
        05 cacheEntryStampFile  pic x(255).
        05 cacheEntryStamp      pic x(016).
        05 cacheEntryDirIndex   pic 9(003).
        05 cacheEntryFirstLine  binary-long unsigned.
        05 cacheEntryLineCount  binary-long unsigned.
        05 cacheEntryState      pic x(001).
            88 cacheEntryIsStale value "S" false space.

01 cacheLinePool.
    03 cacheLinesUsed           binary-long unsigned value zeros.
    03 cacheLineMax             binary-long unsigned value 60000.
    03 cacheLineIndex           binary-long unsigned value zeros.
    03 cachePoolIndex           binary-long unsigned value zeros.
    03 cacheLine                pic x(255) occurs 60000.

*>------------------------------------------------------------------------------
*> The running totals, and the modification stamp of the file at hand as
*> CBL_CHECK_FILE_EXIST reports it (size, date and time); only compared
*> whole, never taken apart.
*>------------------------------------------------------------------------------
01 cacheTotals.
    03 hitCount                 binary-long unsigned value zeros.
    03 readCount                binary-long unsigned value zeros.
    03 refreshCount             binary-long unsigned value zeros.
    03 readCostHundredths       binary-long unsigned value zeros.

01 stampControls.
    03 lookupName               pic x(255) value spaces.
    03 fileDetails              pic x(016) value spaces.
    03 fileCheckStatus          binary-long value zeros.

*>------------------------------------------------------------------------------
linkage section.
*>------------------------------------------------------------------------------
01 copyCacheRequest.
    03 copyCacheFunction        pic x(001).
        88 copyCacheFind        value "F".
        88 copyCacheKeep        value "K".
        88 copyCacheTotals      value "T".
    03 copyCacheName            pic x(255).
    03 copyCacheContext         pic 9(010).
    *> Where the copybook was found: the file itself, or "library(member)"
    *> with the library file as the one whose stamp is watched.
    03 copyCachePath            pic x(255).
    03 copyCacheStampFile       pic x(255).
    03 copyCacheDirIndex        pic 9(003).
    *> Hundredths of a second the search and read took, on a keep.
    03 copyCacheCost            binary-long unsigned.
    03 copyCacheResult          pic x(001).
        88 copyCacheHit         value "H" false "M".
    03 copyCacheHits            binary-long unsigned.
    03 copyCacheReads           binary-long unsigned.
    03 copyCacheRefreshes       binary-long unsigned.
    03 copyCacheSaved           binary-long unsigned.

01 copyCacheLevel.
    03 copyCacheLineCount       binary-long unsigned.
    03 copyCacheLineIndex       binary-long unsigned.
    03 copyCacheLine            pic x(255) occurs 2000.

*>==================================================================================================
procedure division using copyCacheRequest, copyCacheLevel.
*>==================================================================================================
0-main.

    evaluate true
        when copyCacheFind
            perform 1-find-the-copybook
        when copyCacheKeep
            perform 2-keep-the-copybook
        when copyCacheTotals
            perform 3-hand-back-the-totals
    end-evaluate

    goback.

*>------------------------------------------------------------------------------
*> A hit hands back the entry's lines, path and directory, once the file
*> it came from still carries the stamp it had when it was read.
*>------------------------------------------------------------------------------
1-find-the-copybook.

    set copyCacheHit to false
    perform 11-look-up-the-entry
    if cacheEntryFound = zeros
        exit paragraph
    end-if
    if cacheEntryIsStale(cacheEntryFound)
        exit paragraph
    end-if

    move cacheEntryStampFile(cacheEntryFound) to lookupName
    perform 12-take-the-stamp
    if fileCheckStatus not = zeros or
       fileDetails not = cacheEntryStamp(cacheEntryFound)
        set cacheEntryIsStale(cacheEntryFound) to true
        add 1 to refreshCount
        exit paragraph
    end-if

    move cacheEntryLineCount(cacheEntryFound) to copyCacheLineCount
    move zeros to copyCacheLineIndex
    move cacheEntryFirstLine(cacheEntryFound) to cachePoolIndex
    perform varying cacheLineIndex from 1 by 1
              until cacheLineIndex > cacheEntryLineCount(cacheEntryFound)
        move cacheLine(cachePoolIndex) to copyCacheLine(cacheLineIndex)
        add 1 to cachePoolIndex
    end-perform

    move cacheEntryPath(cacheEntryFound) to copyCachePath
    move cacheEntryStampFile(cacheEntryFound) to copyCacheStampFile
    move cacheEntryDirIndex(cacheEntryFound) to copyCacheDirIndex
    add 1 to hitCount
    set copyCacheHit to true.

*>------------------------------------------------------------------------------
*> The entry for this copybook name (case does not matter, as in the
*> include search itself) under this search context, if there is one.
*>------------------------------------------------------------------------------
11-look-up-the-entry.

    move zeros to cacheEntryFound
    move lower-case(copyCacheName) to lookupName
    perform varying cacheEntryIndex from 1 by 1
              until cacheEntryIndex > cacheEntryCount
        if cacheEntryName(cacheEntryIndex) = lookupName and
           cacheEntryContext(cacheEntryIndex) = copyCacheContext
            move cacheEntryIndex to cacheEntryFound
            exit perform
        end-if
    end-perform.

*>------------------------------------------------------------------------------
*> The modification stamp of the file named in lookupName; a non-zero
*> status means it is no longer there.
*>------------------------------------------------------------------------------
12-take-the-stamp.

    move spaces to fileDetails
    call "CBL_CHECK_FILE_EXIST" using lookupName, fileDetails
         returning fileCheckStatus
    end-call.

*>------------------------------------------------------------------------------
*> Keeps the copybook just read, in the slot of its stale entry if it had
*> one. Once the entry table or the line pool is full, copybooks are
*> still counted as read but no longer kept.
*>------------------------------------------------------------------------------
2-keep-the-copybook.

    add 1 to readCount
    add copyCacheCost to readCostHundredths

    perform 11-look-up-the-entry
    if cacheEntryFound > zeros
        set cacheEntryIsStale(cacheEntryFound) to true
    end-if

    if cacheLinesUsed + copyCacheLineCount > cacheLineMax
        exit paragraph
    end-if

    move copyCacheStampFile to lookupName
    perform 12-take-the-stamp
    if fileCheckStatus not = zeros
        exit paragraph
    end-if

    if cacheEntryFound = zeros
        if cacheEntryCount >= cacheEntryMax
            exit paragraph
        end-if
        add 1 to cacheEntryCount
        move cacheEntryCount to cacheEntryFound
    end-if

    move lower-case(copyCacheName) to cacheEntryName(cacheEntryFound)
    move copyCacheContext to cacheEntryContext(cacheEntryFound)
    move copyCachePath to cacheEntryPath(cacheEntryFound)
    move copyCacheStampFile to cacheEntryStampFile(cacheEntryFound)
    move fileDetails to cacheEntryStamp(cacheEntryFound)
    move copyCacheDirIndex to cacheEntryDirIndex(cacheEntryFound)
    move copyCacheLineCount to cacheEntryLineCount(cacheEntryFound)
    compute cacheEntryFirstLine(cacheEntryFound) = cacheLinesUsed + 1

    perform varying cacheLineIndex from 1 by 1
              until cacheLineIndex > copyCacheLineCount
        add 1 to cacheLinesUsed
        move copyCacheLine(cacheLineIndex) to cacheLine(cacheLinesUsed)
    end-perform
    set cacheEntryIsStale(cacheEntryFound) to false.

*>------------------------------------------------------------------------------
*> The time saved is what the hits would have cost at the average cost of
*> the reads actually made, since a single read is often too quick for
*> the hundredth-of-a-second clock to time on its own.
*>------------------------------------------------------------------------------
3-hand-back-the-totals.

    move hitCount to copyCacheHits
    move readCount to copyCacheReads
    move refreshCount to copyCacheRefreshes
    move zeros to copyCacheSaved
    if readCount > zeros
        compute copyCacheSaved rounded = hitCount * readCostHundredths / readCount
    end-if.
