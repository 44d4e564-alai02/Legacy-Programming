*> the packed records are expanded prime by prime, and the unload is
*> written under a header carrying the unload date and range high as
*> its limit and a trailer carrying the count and largest - so
*> svextract, svfactor, and the rest consume an unload exactly as they
*> would the classic file. A range running past the master's covered
*> limit is refused with a nonzero return code.
identification division.
