FD CustomerMaster.
COPY CUSTMAST.

*> One backup line per master record. Must stay at least as long
*> as the longest of the four master records (the Customer Master,
*> 162 bytes) or the unload cuts the tail off every record; the
*> slack leaves room for the masters to grow.
FD BackupFile.
01 BackupRecord PIC X(256).

WORKING-STORAGE SECTION.
01 WS-FUNCTION PIC X(8).
