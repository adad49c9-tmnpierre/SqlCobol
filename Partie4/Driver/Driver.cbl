               VALUES (10, 'VolAnom', 'Y', 0),
                      (20, 'Corrige', 'Y', 0),
                      (30, 'UpdMaj', 'Y', 0),
                      (32, 'AddrVer', 'Y', 0),
                      (33, 'TrnPkg', 'Y', 0),
                      (35, 'SnapShot', 'Y', 0),
                      (36, 'MartLoad', 'Y', 0),
                      (37, 'StatAgg', 'Y', 0),
                      (38, 'StatRet', 'Y', 0),
                      (39, 'CensBnch', 'Y', 0),
                      (40, 'AgeStat', 'Y', 1),
                      (45, 'MartExp', 'Y', 1),
                      (50, 'BelInfo', 'Y', 1),
                      (60, 'GenRpt', 'Y', 1),
                      (62, 'YrClose', 'Y', 0),
                      (63, 'PrvCase', 'Y', 0),
                      (65, 'MailMfst', 'Y', 0),
                      (70, 'Distrib', 'Y', 0),
                      (75, 'DbUnld', 'Y', 0),
                      (77, 'CapFcst', 'Y', 0)
           END-EXEC.

           IF SQLCODE NOT = 0
