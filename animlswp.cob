*> Flip the lapsed record to retired and log the flip to the change
*> trail exactly the shape animal.cob writes, so "who changed the cat
*> record" keeps one answer file.  The before-image carries the
*> description, same as an online update's would.  The change record
*> carries the same timestamp as the record's new last-updated stamp.
retire-lapsed-record.
    Move "R" to ANM-STATUS
    Move Function Current-Date to sweep-timestamp
    Move sweep-timestamp to ANM-LAST-UPDATED
    Rewrite ANIMAL-MASTER-RECORD
        Invalid Key
            Display "animlswp: rewrite failed for " trim(ANM-NAME)
    End-Rewrite.

write-sweep-change-record.
    Move Spaces to CHANGE-HISTORY-RECORD
    Move sweep-timestamp to CHG-TIMESTAMP
    Move "animlswp" to CHG-SESSION-ID
