   COPY PRODREC.

FD ReorgWork.
01 ReorgWorkRecord pic X(352).

WORKING-STORAGE SECTION.
01 WSChoice pic 9.
