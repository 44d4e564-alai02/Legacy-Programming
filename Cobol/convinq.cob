fd cacheFile.
    copy "convcach.cpy".
fd exceptionFile.
    01 exceptionRecord pic x(150).
working-storage section.
01 cache-status.
    05 cache-status-1 pic x.
