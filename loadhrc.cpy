*> loadhrc.cpy
*> Record layout for the LOAD-HISTORY file.  animlod changes
*> ANIMAL-MASTER in bulk without going through CHANGE-HISTORY, so
*> every run appends its own trail here: a full rebuild first writes
*> one "R" record (key blank) for the rebuild itself -- every record
*> on the master before that moment is gone -- then one "A" record
*> per record loaded; a delta load writes one A/C/D record per
*> transaction applied.  The timestamp is the run's load timestamp,
*> the same value stamped into ANM-LAST-UPDATED, and the status is
*> the record's ANM-STATUS after the action (so a delta change that
*> retires an animal shows as one), blank for a delete or rebuild.
*> The file's first record is when the trail started: animlrcn writes
*> an "S" record (key blank) on its first night if no load has yet,
*> and records already on the master before then predate the trail.
 01 LOAD-HISTORY-RECORD.
    05 LDH-TIMESTAMP          Pic X(21).
    05 LDH-MODE               Pic X(01).
       88 LDH-FULL-REBUILD    Value "F".
       88 LDH-DELTA-LOAD      Value "D".
    05 LDH-ACTION             Pic X(01).
       88 LDH-REBUILD-START   Value "R".
       88 LDH-TRAIL-START     Value "S".
       88 LDH-ADDED           Value "A".
       88 LDH-CHANGED         Value "C".
       88 LDH-DELETED         Value "D".
    05 LDH-KEY.
       10 LDH-NAME            Pic X(20).
       10 LDH-LANGUAGE        Pic X(03).
    05 LDH-STATUS             Pic X(01).
