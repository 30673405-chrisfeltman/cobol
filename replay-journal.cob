data division.
    file section.
        fd journalfile.
        01 journal-rec pic X(172).

        fd names-vsam.
            01 vsam-rec.
