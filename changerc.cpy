*> add/update/delete applied to ANIMAL-MASTER, carrying who made the
*> change, when, and the before-image of the description, so "who
*> changed the cat description" is answered from this file instead of
*> by digging through load decks.  CHG-TIMESTAMP is the same stamp
*> the change left in the record's ANM-LAST-UPDATED, which is what
*> animlrcn balances the master against each night.
 01 CHANGE-HISTORY-RECORD.
    05 CHG-TIMESTAMP          Pic X(21).
    05 CHG-SESSION-ID         Pic X(256).
