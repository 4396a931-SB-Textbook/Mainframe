           COPY PRODREC.
