      *> Code-page translation tables for partner traffic. Our own
      *> character set is printable ISO Latin-1 (X"20"-X"7E" and
      *> X"A0"-X"FF"); a partner's PARTNER.DAT entry says whether its
      *> files are ASCII (no translation), EBCDIC (code page 037) or
      *> Latin-1. Each table is indexed by byte value, so one INSPECT
      *> ... CONVERTING cpAllBytes TO <table> translates a whole record.
      *> A byte with no printable equivalent becomes the target set's
      *> SUB character (X"1A" inbound and in Latin-1, X"3F" in EBCDIC)
      *> so the caller can count it — nothing is ever quietly replaced
      *> by a look-alike. X"20" in an EBCDIC record is the padding LINE
      *> SEQUENTIAL adds to a short line, not an EBCDIC character, and
      *> stays a space.
       01 cpAllBytes.
           05 FILLER PIC x(8) VALUE X"0001020304050607".
           05 FILLER PIC x(8) VALUE X"08090A0B0C0D0E0F".
           05 FILLER PIC x(8) VALUE X"1011121314151617".
           05 FILLER PIC x(8) VALUE X"18191A1B1C1D1E1F".
           05 FILLER PIC x(8) VALUE X"2021222324252627".
           05 FILLER PIC x(8) VALUE X"28292A2B2C2D2E2F".
           05 FILLER PIC x(8) VALUE X"3031323334353637".
           05 FILLER PIC x(8) VALUE X"38393A3B3C3D3E3F".
           05 FILLER PIC x(8) VALUE X"4041424344454647".
           05 FILLER PIC x(8) VALUE X"48494A4B4C4D4E4F".
           05 FILLER PIC x(8) VALUE X"5051525354555657".
           05 FILLER PIC x(8) VALUE X"58595A5B5C5D5E5F".
           05 FILLER PIC x(8) VALUE X"6061626364656667".
           05 FILLER PIC x(8) VALUE X"68696A6B6C6D6E6F".
           05 FILLER PIC x(8) VALUE X"7071727374757677".
           05 FILLER PIC x(8) VALUE X"78797A7B7C7D7E7F".
           05 FILLER PIC x(8) VALUE X"8081828384858687".
           05 FILLER PIC x(8) VALUE X"88898A8B8C8D8E8F".
           05 FILLER PIC x(8) VALUE X"9091929394959697".
           05 FILLER PIC x(8) VALUE X"98999A9B9C9D9E9F".
           05 FILLER PIC x(8) VALUE X"A0A1A2A3A4A5A6A7".
           05 FILLER PIC x(8) VALUE X"A8A9AAABACADAEAF".
           05 FILLER PIC x(8) VALUE X"B0B1B2B3B4B5B6B7".
           05 FILLER PIC x(8) VALUE X"B8B9BABBBCBDBEBF".
           05 FILLER PIC x(8) VALUE X"C0C1C2C3C4C5C6C7".
           05 FILLER PIC x(8) VALUE X"C8C9CACBCCCDCECF".
           05 FILLER PIC x(8) VALUE X"D0D1D2D3D4D5D6D7".
           05 FILLER PIC x(8) VALUE X"D8D9DADBDCDDDEDF".
           05 FILLER PIC x(8) VALUE X"E0E1E2E3E4E5E6E7".
           05 FILLER PIC x(8) VALUE X"E8E9EAEBECEDEEEF".
           05 FILLER PIC x(8) VALUE X"F0F1F2F3F4F5F6F7".
           05 FILLER PIC x(8) VALUE X"F8F9FAFBFCFDFEFF".
      *> EBCDIC (037) byte to our character set.
       01 cpEbcdicIn.
           05 FILLER PIC x(8) VALUE X"1A1A1A1A1A1A1A1A".
           05 FILLER PIC x(8) VALUE X"1A1A1A1A1A1A1A1A".
           05 FILLER PIC x(8) VALUE X"1A1A1A1A1A1A1A1A".
           05 FILLER PIC x(8) VALUE X"1A1A1A1A1A1A1A1A".
           05 FILLER PIC x(8) VALUE X"201A1A1A1A1A1A1A".
           05 FILLER PIC x(8) VALUE X"1A1A1A1A1A1A1A1A".
           05 FILLER PIC x(8) VALUE X"1A1A1A1A1A1A1A1A".
           05 FILLER PIC x(8) VALUE X"1A1A1A1A1A1A1A1A".
           05 FILLER PIC x(8) VALUE X"20A0E2E4E0E1E3E5".
           05 FILLER PIC x(8) VALUE X"E7F1A22E3C282B7C".
           05 FILLER PIC x(8) VALUE X"26E9EAEBE8EDEEEF".
           05 FILLER PIC x(8) VALUE X"ECDF21242A293BAC".
           05 FILLER PIC x(8) VALUE X"2D2FC2C4C0C1C3C5".
           05 FILLER PIC x(8) VALUE X"C7D1A62C255F3E3F".
           05 FILLER PIC x(8) VALUE X"F8C9CACBC8CDCECF".
           05 FILLER PIC x(8) VALUE X"CC603A2340273D22".
           05 FILLER PIC x(8) VALUE X"D861626364656667".
           05 FILLER PIC x(8) VALUE X"6869ABBBF0FDFEB1".
           05 FILLER PIC x(8) VALUE X"B06A6B6C6D6E6F70".
           05 FILLER PIC x(8) VALUE X"7172AABAE6B8C6A4".
           05 FILLER PIC x(8) VALUE X"B57E737475767778".
           05 FILLER PIC x(8) VALUE X"797AA1BFD0DDDEAE".
           05 FILLER PIC x(8) VALUE X"5EA3A5B7A9A7B6BC".
           05 FILLER PIC x(8) VALUE X"BDBE5B5DAFA8B4D7".
           05 FILLER PIC x(8) VALUE X"7B41424344454647".
           05 FILLER PIC x(8) VALUE X"4849ADF4F6F2F3F5".
           05 FILLER PIC x(8) VALUE X"7D4A4B4C4D4E4F50".
           05 FILLER PIC x(8) VALUE X"5152B9FBFCF9FAFF".
           05 FILLER PIC x(8) VALUE X"5CF7535455565758".
           05 FILLER PIC x(8) VALUE X"595AB2D4D6D2D3D5".
           05 FILLER PIC x(8) VALUE X"3031323334353637".
           05 FILLER PIC x(8) VALUE X"3839B3DBDCD9DA1A".
      *> Our character set to EBCDIC (037).
       01 cpEbcdicOut.
           05 FILLER PIC x(8) VALUE X"3F3F3F3F3F3F3F3F".
           05 FILLER PIC x(8) VALUE X"3F3F3F3F3F3F3F3F".
           05 FILLER PIC x(8) VALUE X"3F3F3F3F3F3F3F3F".
           05 FILLER PIC x(8) VALUE X"3F3F3F3F3F3F3F3F".
           05 FILLER PIC x(8) VALUE X"405A7F7B5B6C507D".
           05 FILLER PIC x(8) VALUE X"4D5D5C4E6B604B61".
           05 FILLER PIC x(8) VALUE X"F0F1F2F3F4F5F6F7".
           05 FILLER PIC x(8) VALUE X"F8F97A5E4C7E6E6F".
           05 FILLER PIC x(8) VALUE X"7CC1C2C3C4C5C6C7".
           05 FILLER PIC x(8) VALUE X"C8C9D1D2D3D4D5D6".
           05 FILLER PIC x(8) VALUE X"D7D8D9E2E3E4E5E6".
           05 FILLER PIC x(8) VALUE X"E7E8E9BAE0BBB06D".
           05 FILLER PIC x(8) VALUE X"7981828384858687".
           05 FILLER PIC x(8) VALUE X"8889919293949596".
           05 FILLER PIC x(8) VALUE X"979899A2A3A4A5A6".
           05 FILLER PIC x(8) VALUE X"A7A8A9C04FD0A13F".
           05 FILLER PIC x(8) VALUE X"3F3F3F3F3F3F3F3F".
           05 FILLER PIC x(8) VALUE X"3F3F3F3F3F3F3F3F".
           05 FILLER PIC x(8) VALUE X"3F3F3F3F3F3F3F3F".
           05 FILLER PIC x(8) VALUE X"3F3F3F3F3F3F3F3F".
           05 FILLER PIC x(8) VALUE X"41AA4AB19FB26AB5".
           05 FILLER PIC x(8) VALUE X"BDB49A8A5FCAAFBC".
           05 FILLER PIC x(8) VALUE X"908FEAFABEA0B6B3".
           05 FILLER PIC x(8) VALUE X"9DDA9B8BB7B8B9AB".
           05 FILLER PIC x(8) VALUE X"6465626663679E68".
           05 FILLER PIC x(8) VALUE X"7471727378757677".
           05 FILLER PIC x(8) VALUE X"AC69EDEEEBEFECBF".
           05 FILLER PIC x(8) VALUE X"80FDFEFBFCADAE59".
           05 FILLER PIC x(8) VALUE X"4445424643479C48".
           05 FILLER PIC x(8) VALUE X"5451525358555657".
           05 FILLER PIC x(8) VALUE X"8C49CDCECBCFCCE1".
           05 FILLER PIC x(8) VALUE X"70DDDEDBDC8D8EDF".
      *> Latin-1 byte to our character set: control codes are
      *> unmapped.
       01 cpLatin1In.
           05 FILLER PIC x(8) VALUE X"1A1A1A1A1A1A1A1A".
           05 FILLER PIC x(8) VALUE X"1A1A1A1A1A1A1A1A".
           05 FILLER PIC x(8) VALUE X"1A1A1A1A1A1A1A1A".
           05 FILLER PIC x(8) VALUE X"1A1A1A1A1A1A1A1A".
           05 FILLER PIC x(8) VALUE X"2021222324252627".
           05 FILLER PIC x(8) VALUE X"28292A2B2C2D2E2F".
           05 FILLER PIC x(8) VALUE X"3031323334353637".
           05 FILLER PIC x(8) VALUE X"38393A3B3C3D3E3F".
           05 FILLER PIC x(8) VALUE X"4041424344454647".
           05 FILLER PIC x(8) VALUE X"48494A4B4C4D4E4F".
           05 FILLER PIC x(8) VALUE X"5051525354555657".
           05 FILLER PIC x(8) VALUE X"58595A5B5C5D5E5F".
           05 FILLER PIC x(8) VALUE X"6061626364656667".
           05 FILLER PIC x(8) VALUE X"68696A6B6C6D6E6F".
           05 FILLER PIC x(8) VALUE X"7071727374757677".
           05 FILLER PIC x(8) VALUE X"78797A7B7C7D7E1A".
           05 FILLER PIC x(8) VALUE X"1A1A1A1A1A1A1A1A".
           05 FILLER PIC x(8) VALUE X"1A1A1A1A1A1A1A1A".
           05 FILLER PIC x(8) VALUE X"1A1A1A1A1A1A1A1A".
           05 FILLER PIC x(8) VALUE X"1A1A1A1A1A1A1A1A".
           05 FILLER PIC x(8) VALUE X"A0A1A2A3A4A5A6A7".
           05 FILLER PIC x(8) VALUE X"A8A9AAABACADAEAF".
           05 FILLER PIC x(8) VALUE X"B0B1B2B3B4B5B6B7".
           05 FILLER PIC x(8) VALUE X"B8B9BABBBCBDBEBF".
           05 FILLER PIC x(8) VALUE X"C0C1C2C3C4C5C6C7".
           05 FILLER PIC x(8) VALUE X"C8C9CACBCCCDCECF".
           05 FILLER PIC x(8) VALUE X"D0D1D2D3D4D5D6D7".
           05 FILLER PIC x(8) VALUE X"D8D9DADBDCDDDEDF".
           05 FILLER PIC x(8) VALUE X"E0E1E2E3E4E5E6E7".
           05 FILLER PIC x(8) VALUE X"E8E9EAEBECEDEEEF".
           05 FILLER PIC x(8) VALUE X"F0F1F2F3F4F5F6F7".
           05 FILLER PIC x(8) VALUE X"F8F9FAFBFCFDFEFF".
      *> Our character set to Latin-1.
       01 cpLatin1Out.
           05 FILLER PIC x(8) VALUE X"1A1A1A1A1A1A1A1A".
           05 FILLER PIC x(8) VALUE X"1A1A1A1A1A1A1A1A".
           05 FILLER PIC x(8) VALUE X"1A1A1A1A1A1A1A1A".
           05 FILLER PIC x(8) VALUE X"1A1A1A1A1A1A1A1A".
           05 FILLER PIC x(8) VALUE X"2021222324252627".
           05 FILLER PIC x(8) VALUE X"28292A2B2C2D2E2F".
           05 FILLER PIC x(8) VALUE X"3031323334353637".
           05 FILLER PIC x(8) VALUE X"38393A3B3C3D3E3F".
           05 FILLER PIC x(8) VALUE X"4041424344454647".
           05 FILLER PIC x(8) VALUE X"48494A4B4C4D4E4F".
           05 FILLER PIC x(8) VALUE X"5051525354555657".
           05 FILLER PIC x(8) VALUE X"58595A5B5C5D5E5F".
           05 FILLER PIC x(8) VALUE X"6061626364656667".
           05 FILLER PIC x(8) VALUE X"68696A6B6C6D6E6F".
           05 FILLER PIC x(8) VALUE X"7071727374757677".
           05 FILLER PIC x(8) VALUE X"78797A7B7C7D7E1A".
           05 FILLER PIC x(8) VALUE X"1A1A1A1A1A1A1A1A".
           05 FILLER PIC x(8) VALUE X"1A1A1A1A1A1A1A1A".
           05 FILLER PIC x(8) VALUE X"1A1A1A1A1A1A1A1A".
           05 FILLER PIC x(8) VALUE X"1A1A1A1A1A1A1A1A".
           05 FILLER PIC x(8) VALUE X"A0A1A2A3A4A5A6A7".
           05 FILLER PIC x(8) VALUE X"A8A9AAABACADAEAF".
           05 FILLER PIC x(8) VALUE X"B0B1B2B3B4B5B6B7".
           05 FILLER PIC x(8) VALUE X"B8B9BABBBCBDBEBF".
           05 FILLER PIC x(8) VALUE X"C0C1C2C3C4C5C6C7".
           05 FILLER PIC x(8) VALUE X"C8C9CACBCCCDCECF".
           05 FILLER PIC x(8) VALUE X"D0D1D2D3D4D5D6D7".
           05 FILLER PIC x(8) VALUE X"D8D9DADBDCDDDEDF".
           05 FILLER PIC x(8) VALUE X"E0E1E2E3E4E5E6E7".
           05 FILLER PIC x(8) VALUE X"E8E9EAEBECEDEEEF".
           05 FILLER PIC x(8) VALUE X"F0F1F2F3F4F5F6F7".
           05 FILLER PIC x(8) VALUE X"F8F9FAFBFCFDFEFF".
