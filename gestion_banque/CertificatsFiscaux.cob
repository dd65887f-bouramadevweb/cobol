COPY HistoriqueRecord.

FD HistoriqueArchiveFile.
01 HistoriqueArchiveLigne PIC X(79).

FD CompteFile.
COPY CompteRecord.
