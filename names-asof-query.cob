data division.
    file section.
        fd journalfile.
        01 journal-rec pic X(172).

working-storage section.
    01 user-input pic X(4096).
