      * 修正履歴 NO(004815) 修正日付(20260903) 修正者(TM)
      * 修正履歴 NO(004816) 修正日付(20260903) 修正者(TM)
      * 修正履歴 NO(004817) 修正日付(20260903) 修正者(TM)
      * 修正履歴 NO(004822) 修正日付(20261015) 修正者(TM)
      * 修正履歴 NO(004825) 修正日付(20261015) 修正者(TM)
      * 修正履歴 NO(004827) 修正日付(20261015) 修正者(TM)
      * 修正履歴 NO(004841) 修正日付(20261015) 修正者(TM)
      * 修正履歴 NO(004842) 修正日付(20261015) 修正者(TM)
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.                                            
       CONFIGURATION SECTION.                                           
       01  W-最終リターンコード      PIC S9(004) COMP VALUE 0.
       01  WARN-CODE SYNC            PIC S9(004) COMP VALUE  4.
       01  ERR-CODE  SYNC            PIC S9(004) COMP VALUE  8.
       01  LOCK-CODE SYNC            PIC S9(004) COMP VALUE 12.

       01  W-例外状態                PIC  X(002) VALUE SPACE.
       01  W-検証重度件数            PIC  9(007) VALUE 0.
       01  W-検証軽度件数            PIC  9(007) VALUE 0.
       01  W-容認件数                PIC  9(007) VALUE 0.
       01  W-休眠除外件数            PIC  9(007) VALUE 0.
       01  W-照Ａ終了区分            PIC  X(001) VALUE '0'.
           88  照合Ａ終了である               VALUE '1'.
       01  W-照Ｂ終了区分            PIC  X(001) VALUE '0'.
       01  W-検証ワーク.
          03  W-検証店コード       PIC  X(10).
          03  W-検証ブランド       PIC  X(02).
          03  W-検証新店コード     PIC  X(10).
       01  W-増分対象件数            PIC  9(011).
       01  W-付替え件数              PIC  9(011).
       01  W-確定件数                PIC  9(005).
       01  W-受信判定区分            PIC  X(001).
       01  W-ロック取得時刻          PIC  X(14).
       01  W-ロック保持ＰＧＭＩＤ    PIC  X(10).
       01  W-ロック保持時刻          PIC  X(14).
       01  W-範囲開始店              PIC  X(10).
       01  W-範囲終了店              PIC  X(10).
       01  W-容認検証区分            PIC  X(8).
                            :WK対象Ｙ和暦区分
                        AND T1.���Ӑ�R�[�h�}�e =
                            S1.���Ӑ�R�[�h�}�e)
                AND NOT EXISTS
                    (SELECT 1 FROM HCT_TSUKEKAE_TGT K1
                      WHERE K1.旧店コード =
                            S1.得意先コード店マター)
           END-EXEC.
                                                                        
      ** 店コード付替え検証カーソル定義

           EXEC SQL DECLARE 検証CUR5 CURSOR FOR
             SELECT DISTINCT E.旧店コード
               FROM
                    (SELECT M.旧店コード
                           ,M.新店コード
                       FROM XAT_MISE_TSUKEKAE M
                      WHERE M.対象年月区分
                         <= :WK対象年月区分
                        AND M.対象年月区分 =
                            (SELECT MAX(M2.対象年月区分)
                               FROM XAT_MISE_TSUKEKAE M2
                              WHERE M2.旧店コード
                                    = M.旧店コード
                                AND M2.対象年月区分
                                   <= :WK対象年月区分)
                    ) E
              WHERE CONNECT_BY_ISCYCLE = 1
                 OR E.旧店コード = E.新店コード
            CONNECT BY NOCYCLE
                    PRIOR E.新店コード = E.旧店コード
           END-EXEC.

           EXEC SQL DECLARE 検証CUR6 CURSOR FOR
             SELECT E.旧店コード
               FROM
                    (SELECT M.旧店コード
                           ,M.新店コード
                       FROM XAT_MISE_TSUKEKAE M
                      WHERE M.対象年月区分
                         <= :WK対象年月区分
                        AND M.対象年月区分 =
                            (SELECT MAX(M2.対象年月区分)
                               FROM XAT_MISE_TSUKEKAE M2
                              WHERE M2.旧店コード
                                    = M.旧店コード
                                AND M2.対象年月区分
                                   <= :WK対象年月区分)
                    ) E
              GROUP BY E.旧店コード
             HAVING COUNT(DISTINCT E.新店コード) > 1
           END-EXEC.

           EXEC SQL DECLARE 検証CUR7 CURSOR FOR
             SELECT K1.旧店コード
                   ,K1.新店コード
               FROM HCT_TSUKEKAE_TGT K1
              WHERE NOT EXISTS
                    (SELECT 1 FROM HAT_TOKUI_KIHON T1
                      WHERE T1.対象年月 = :WK対象年月区分
                        AND T1.対象Ｙ和暦区分 =
                            :WK対象Ｙ和暦区分
                        AND T1.得意先コード =
                            T1.得意先コード店マター
                        AND T1.得意先コード店マター =
                            K1.新店コード)
           END-EXEC.

           EXEC SQL DECLARE 検証CUR8 CURSOR FOR
             SELECT DISTINCT K1.旧店コード
               FROM HCT_TSUKEKAE_TGT K1
                  , HAT_TOKUI_KIHON  T1
              WHERE T1.対象年月 = :WK対象年月区分
                AND T1.対象Ｙ和暦区分 = :WK対象Ｙ和暦区分
                AND T1.得意先コード =
                    T1.得意先コード店マター
                AND T1.得意先コード店マター =
                    K1.旧店コード
           END-EXEC.

      ** 休眠除外登録(XAT_DORMANT_EXCL)により台帳から
      ** 外す店×ブランド。マスタに残っている行のみ
      ** 出す

           EXEC SQL DECLARE 検証CUR9 CURSOR FOR
             SELECT X.得意先コード店マター
                   ,X.ブランドコード
               FROM XAT_DORMANT_EXCL X
              WHERE X.対象年月区分 <= :WK対象年月区分
                AND (EXISTS
                    (SELECT 1 FROM HAT_TOKUI_BRAND T2
                      WHERE T2.対象年月 = :WK対象年月区分
                        AND T2.対象Ｙ和暦区分 =
                            :WK対象Ｙ和暦区分
                        AND T2.得意先コード =
                            T2.得意先コード店マター
                        AND T2.得意先コード店マター =
                            X.得意先コード店マター
                        AND T2.ブランドコード =
                            X.ブランドコード)
                  OR EXISTS
                    (SELECT 1 FROM HCV_TOKUI_BRAND_CVS T4
                      WHERE T4.対象年月 = :WK対象年月区分
                        AND T4.対象Ｙ和暦区分 =
                            :WK対象Ｙ和暦区分
                        AND T4.得意先コード =
                            T4.得意先コード店マター
                        AND T4.得意先コード店マター =
                            X.得意先コード店マター
                        AND T4.ブランドコード =
                            X.ブランドコード))
              ORDER BY X.得意先コード店マター
                      ,X.ブランドコード
           END-EXEC.

      ** 金額照合カーソル定義

           EXEC SQL DECLARE 照合ＡCUR CURSOR FOR
                             AND M2.対象年月区分
                                <= :WK対象年月区分)
                 ) D5
                ,HCT_TSUKEKAE_TGT  K5
              WHERE
                    S1.�u�����h�R�[�h
                    = D5.ブランドコード (+)
                AND S1.得意先コード店マター
                    = K5.旧店コード (+)
                AND S1.�u�����h�R�[�h
                    NOT IN ('90', '91', '92')

      * 台帳に載らない売上(除外ブランド・休眠除外
      * 店・マスタ外店)は差異とせぬよう投入側と同
      * じ絞りをかける

                AND NVL(D5.ブランド変換コード,
                        S1.�u�����h�R�[�h)
                       FROM XAT_BRAND_EXCL
                      WHERE 対象年月区分
                        <= :WK対象年月区分)
                AND NOT EXISTS
                    (SELECT 1 FROM XAT_DORMANT_EXCL X
                      WHERE X.得意先コード店マター =
                            NVL(K5.新店コード,
                              S1.得意先コード店マター)
                        AND X.ブランドコード =
                            NVL(D5.ブランド変換コード,
                                S1.�u�����h�R�[�h)
                        AND X.対象年月区分
                           <= :WK対象年月区分)
                AND EXISTS
                    (SELECT 1 FROM HAT_TOKUI_KIHON T1
                      WHERE T1.�Ώ۔N�� = :WK対象年月区分
                        AND T1.���Ӑ�R�[�h =
                            T1.���Ӑ�R�[�h�}�e
                        AND T1.���Ӑ�R�[�h�}�e =
                            NVL(K5.新店コード,
                              S1.得意先コード店マター)
                        AND ((SUBSTR(
                             T1.�x�X�����R�[�h,
                             1,1) <> 'X'
           PERFORM  パラメータ取得処理.
           PERFORM  パラメータ内容出力処理.
           PERFORM  確定ロック確認処理.
           PERFORM  売上受信確認処理.
           PERFORM  排他ロック取得処理.
           PERFORM  再開状態取得処理.

           IF プレビューモードである
              THEN
               PERFORM  当月フラッシュ処理
              ELSE
               PERFORM  付替え対象展開処理
               IF 削除完了済である
                 THEN
                   CONTINUE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       売上受信確認処理.
      *-----------------------------------------------------------------

      ** 台帳の金額はHCT_SALES_PERFORMANCEから集計す
      ** るため、当月の売上実績受信(KHC044BP)が制御
      ** 合計照合まで正常に終わっていなければ再構築
      ** を始めない。判定は当月の最新の受信結果で行
      ** う。参照のみのPREVIEWと日中のFLASHは対象外。

           IF プレビューモードである
             OR フラッシュモードである
             THEN
               CONTINUE
             ELSE
               MOVE  SPACE        TO W-受信判定区分
               EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC
               EXEC SQL AT :DB-NAME
                 SELECT R.判定区分 INTO :W-受信判定区分
                   FROM XAT_SALES_RECV_LOG R
                  WHERE R.DB接続先     = :DB-NAME
                    AND R.対象年月区分 = :WK対象年月区分
                    AND R.受信開始時刻 =
                        (SELECT MAX(R2.受信開始時刻)
                           FROM XAT_SALES_RECV_LOG R2
                          WHERE R2.DB接続先 = R.DB接続先
                            AND R2.対象年月区分
                                = R.対象年月区分)
               END-EXEC
               EXEC SQL WHENEVER NOT FOUND
                 DO PERFORM SQL-ERRORP END-EXEC

               IF W-受信判定区分 = '0'
                 THEN
                   CONTINUE
                 ELSE
                   IF W-受信判定区分 = SPACE
                     THEN
                       MOVE '売上受信なし 再構築中止'
                            TO D-メッセージ域
                     ELSE
                       MOVE '売上受信照合ＮＧ 再構築中止'
                            TO D-メッセージ域
                   END-IF
                   CALL KXU002SC  USING  D-ログ域
                   EXEC SQL AT :DB-NAME
                     ROLLBACK WORK RELEASE
                   END-EXEC
                   MOVE ABND-CODE TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       再開状態取得処理.
      *-----------------------------------------------------------------
                          FROM XAT_BRAND_EXCL
                         WHERE 対象年月区分
                           <= :WK対象年月区分)
                 AND NOT EXISTS
                       (SELECT 1
                          FROM XAT_DORMANT_EXCL X
                         WHERE X.得意先コード店マター =
                               T2.���Ӑ�R�[�h�}�e
                           AND X.ブランドコード =
                               T2.�u�����h�R�[�h
                           AND X.対象年月区分
                            <= :WK対象年月区分)
      *           AND T2.������ IN ('0', '1', '2', '3')
                 AND T1.���Ӑ�R�[�h =
                     T2.���Ӑ�R�[�h                  
                          FROM XAT_BRAND_EXCL
                         WHERE 対象年月区分
                           <= :WK対象年月区分)
                 AND NOT EXISTS
                       (SELECT 1
                          FROM XAT_DORMANT_EXCL X
                         WHERE X.得意先コード店マター =
                               T2.���Ӑ�R�[�h�}�e
                           AND X.ブランドコード =
                               T2.�u�����h�R�[�h
                           AND X.対象年月区分
                            <= :WK対象年月区分)
      *           AND T2.������ IN ('0', '1', '2', '3')
                 AND T1.���Ӑ�R�[�h =
                     T2.���Ӑ�R�[�h                  
      ** 当月実績を店×台帳ブランド(売上ブランド変換
      ** 後)で集計する。帳票追加処理のS集計と同じ変
      ** 換・除外条件を適用する。
      ** 付替え元店の実績も付替え先店へ寄せる。フラ
      ** ッシュ更新では付替え対象展開処理を通らず
      ** HCT_TSUKEKAE_TGTが当月分とは限らないため、
      ** 付替えの連鎖はここで対象年月時点で展開す
      ** る。

           EXEC SQL AT :DB-NAME
             SELECT NVL(SUM(S1.出荷品額
                    :W-フ当月Ａ返, :W-フ当月Ｂ返,
                    :W-フ当月移返, :W-フ当月純売上
               FROM HCT_SALES_PERFORMANCE S1
                  ,(SELECT CONNECT_BY_ROOT E.旧店コード
                             AS 旧店コード
                          ,E.新店コード
                      FROM
                      (SELECT M3.旧店コード
                             ,M3.新店コード
                         FROM XAT_MISE_TSUKEKAE M3
                        WHERE M3.対象年月区分
                              <= :WK対象年月区分
                          AND M3.対象年月区分 =
                              (SELECT MAX(M4.対象年月区分)
                                 FROM XAT_MISE_TSUKEKAE M4
                                WHERE M4.旧店コード
                                      = M3.旧店コード
                                  AND M4.対象年月区分
                                     <= :WK対象年月区分)
                          AND M3.旧店コード
                              <> M3.新店コード
                      ) E
                     WHERE CONNECT_BY_ISLEAF = 1
                   CONNECT BY NOCYCLE
                           PRIOR E.新店コード = E.旧店コード
                   ) K
              WHERE S1.対象年月 = :WK対象年月区分
                AND S1.得意先コード店マター
                    = K.旧店コード (+)
                AND NVL(K.新店コード,
                        S1.得意先コード店マター)
                    = :W-フ店コード
                AND S1.ブランドコード
                    NOT IN ('90', '91', '92')
           MOVE ABND-CODE TO RETURN-CODE
           STOP RUN.

      *-----------------------------------------------------------------
       付替え対象展開処理.
      *-----------------------------------------------------------------

      ** 店コード付替え表(XAT_MISE_TSUKEKAE)の対象年
      ** 月区分時点で有効な登録(旧店コードごとに最
      ** 新版)を連鎖をたどって最終の付替え先まで展
      ** 開し、HCT_TSUKEKAE_TGTへ旧店→新店コードで
      ** 登録する。帳票追加の売上実績(S)・責任額(Q)
      ** は旧店コード分を新店コードへ寄せて集計する
      ** 。循環・重複・付替え先欠落はソースマスタ検
      ** 証処理で例外リストへ出力する。

           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.
           EXEC SQL WHENEVER SQLERROR DO PERFORM SQL-ERRORK END-EXEC.

           EXEC SQL AT :DB-NAME
             DELETE FROM HCT_TSUKEKAE_TGT
           END-EXEC.

           EXEC SQL AT :DB-NAME
             INSERT INTO HCT_TSUKEKAE_TGT
               ( 旧店コード
                ,新店コード )
             SELECT CONNECT_BY_ROOT E.旧店コード
                   ,E.新店コード
               FROM
                    (SELECT M.旧店コード
                           ,M.新店コード
                       FROM XAT_MISE_TSUKEKAE M
                      WHERE M.対象年月区分
                         <= :WK対象年月区分
                        AND M.対象年月区分 =
                            (SELECT MAX(M2.対象年月区分)
                               FROM XAT_MISE_TSUKEKAE M2
                              WHERE M2.旧店コード
                                    = M.旧店コード
                                AND M2.対象年月区分
                                   <= :WK対象年月区分)
                        AND M.旧店コード <> M.新店コード
                    ) E
              WHERE CONNECT_BY_ISLEAF = 1
            CONNECT BY NOCYCLE
                    PRIOR E.新店コード = E.旧店コード
           END-EXEC.

           MOVE  SQLERRD(3)   TO W-付替え件数
           EXEC SQL AT :DB-NAME COMMIT WORK END-EXEC.

           MOVE 'TSUKEKAE ='   TO D-カウント区分
           MOVE W-付替え件数    TO D-カウント
           CALL KXU002SC    USING D-ログ域.

      *-----------------------------------------------------------------
       SQL-ERRORK.
      *-----------------------------------------------------------------
           MOVE
               'データベースエラー 付替え対象展開'
                TO D-メッセージ域.
           CALL  KXU002SC  USING  D-ログ域.
           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC.
           MOVE 'ORACLE ERROR DETECTED:' TO D-メッセージ域.
           MOVE SQLERRMC TO D-メッセージ域(25:100).
           CALL KXU002SC USING D-ログ域.

           EXEC SQL AT :DB-NAME ROLLBACK WORK RELEASE END-EXEC.

           MOVE ABND-CODE TO RETURN-CODE
           STOP RUN.

      *-----------------------------------------------------------------
       増分対象店抽出処理.
      *-----------------------------------------------------------------
                            TD.�u�����h�R�[�h)
           END-EXEC.

      ** 付替え元の店が対象になった場合は、実績を寄
      ** せる付替え先の店も対象に加える。

           EXEC SQL AT :DB-NAME
             INSERT INTO HCT_REBUILD_TGT_STORE
               ( 得意先コード店マター )
             SELECT DISTINCT K1.新店コード
               FROM HCT_TSUKEKAE_TGT K1
              WHERE K1.旧店コード IN
                    (SELECT 得意先コード店マター
                       FROM HCT_REBUILD_TGT_STORE)
                AND K1.新店コード NOT IN
                    (SELECT 得意先コード店マター
                       FROM HCT_REBUILD_TGT_STORE)
           END-EXEC.

           MOVE  0            TO W-増分対象件数
           EXEC SQL AT :DB-NAME
             SELECT COUNT(*) INTO :W-増分対象件数
           MOVE  0            TO W-検証重度件数
           MOVE  0            TO W-検証軽度件数
           MOVE  0            TO W-容認件数
           MOVE  0            TO W-休眠除外件数

      ** ブランド／ＣＶＳマスタ欠落店(重度)

               UNTIL SQLCODE NOT = 0
           EXEC SQL AT :DB-NAME CLOSE 検証CUR4 END-EXEC

      ** 店コード付替えの循環(重度)

           EXEC SQL AT :DB-NAME OPEN 検証CUR5 END-EXEC
           PERFORM 付替え循環検証処理
               UNTIL SQLCODE NOT = 0
           EXEC SQL AT :DB-NAME CLOSE 検証CUR5 END-EXEC

      ** 店コード付替えの重複登録(重度)

           EXEC SQL AT :DB-NAME OPEN 検証CUR6 END-EXEC
           PERFORM 付替え重複検証処理
               UNTIL SQLCODE NOT = 0
           EXEC SQL AT :DB-NAME CLOSE 検証CUR6 END-EXEC

      ** 付替え先のマスタ欠落(重度)

           EXEC SQL AT :DB-NAME OPEN 検証CUR7 END-EXEC
           PERFORM 付替え先欠落検証処理
               UNTIL SQLCODE NOT = 0
           EXEC SQL AT :DB-NAME CLOSE 検証CUR7 END-EXEC

      ** 付替え元がマスタに残存(軽度)

           EXEC SQL AT :DB-NAME OPEN 検証CUR8 END-EXEC
           PERFORM 付替え元残存検証処理
               UNTIL SQLCODE NOT = 0
           EXEC SQL AT :DB-NAME CLOSE 検証CUR8 END-EXEC

      ** 休眠除外登録による台帳除外(情報)

           EXEC SQL AT :DB-NAME OPEN 検証CUR9 END-EXEC
           PERFORM 休眠除外検証処理
               UNTIL SQLCODE NOT = 0
           EXEC SQL AT :DB-NAME CLOSE 検証CUR9 END-EXEC

           CLOSE 例外リストファイル
           IF W-例外状態 NOT = '00'
             THEN
           MOVE 'VAL-ACPT ='   TO D-カウント区分
           MOVE W-容認件数      TO D-カウント
           CALL KXU002SC    USING D-ログ域
           MOVE 'DORM-EXC ='   TO D-カウント区分
           MOVE W-休眠除外件数  TO D-カウント
           CALL KXU002SC    USING D-ログ域

           IF W-検証重度件数 > 0
             THEN
               MOVE '基幹マスタ検証エラー 削除中止' TO
                   D-メッセージ域
               CALL KXU002SC  USING  D-ログ域

      ** 削除前の中止のため台帳は無傷であり、マスタ
      ** 訂正後に再実行できるようロックは解除して
      ** 終了する。

               EXEC SQL AT :DB-NAME
                 ROLLBACK WORK
               END-EXEC
               PERFORM  排他ロック解除処理
               EXEC SQL AT :DB-NAME
                 COMMIT WORK RELEASE
               END-EXEC
               MOVE ABND-CODE TO RETURN-CODE
               STOP RUN
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       付替え循環検証処理.
      *-----------------------------------------------------------------
           EXEC SQL AT :DB-NAME
             FETCH 検証CUR5 INTO :W-検証店コード
           END-EXEC.
           IF SQLCODE = 0
             THEN
               MOVE 'TK-LOOP '      TO W-例外-検証区分
               MOVE 'E'             TO W-例外-重度区分
               MOVE W-検証店コード  TO W-例外-キー
               PERFORM 容認確認処理
               PERFORM 例外行出力処理
               IF W-例外-重度区分 = 'A'
                 THEN
                   ADD  1  TO W-容認件数
                 ELSE
                   ADD  1  TO W-検証重度件数
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       付替え重複検証処理.
      *-----------------------------------------------------------------
           EXEC SQL AT :DB-NAME
             FETCH 検証CUR6 INTO :W-検証店コード
           END-EXEC.
           IF SQLCODE = 0
             THEN
               MOVE 'TK-DUP  '      TO W-例外-検証区分
               MOVE 'E'             TO W-例外-重度区分
               MOVE W-検証店コード  TO W-例外-キー
               PERFORM 容認確認処理
               PERFORM 例外行出力処理
               IF W-例外-重度区分 = 'A'
                 THEN
                   ADD  1  TO W-容認件数
                 ELSE
                   ADD  1  TO W-検証重度件数
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       付替え先欠落検証処理.
      *-----------------------------------------------------------------
           EXEC SQL AT :DB-NAME
             FETCH 検証CUR7 INTO :W-検証店コード,
                            :W-検証新店コード
           END-EXEC.
           IF SQLCODE = 0
             THEN
               MOVE 'TK-NOTGT'      TO W-例外-検証区分
               MOVE 'E'             TO W-例外-重度区分
               MOVE SPACE           TO W-例外-キー
               MOVE W-検証店コード  TO W-例外-キー(1:10)
               MOVE W-検証新店コード
                                    TO W-例外-キー(11:10)
               PERFORM 容認確認処理
               PERFORM 例外行出力処理
               IF W-例外-重度区分 = 'A'
                 THEN
                   ADD  1  TO W-容認件数
                 ELSE
                   ADD  1  TO W-検証重度件数
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       付替え元残存検証処理.
      *-----------------------------------------------------------------
           EXEC SQL AT :DB-NAME
             FETCH 検証CUR8 INTO :W-検証店コード
           END-EXEC.
           IF SQLCODE = 0
             THEN
               MOVE 'TK-OLDAC'      TO W-例外-検証区分
               MOVE 'W'             TO W-例外-重度区分
               MOVE W-検証店コード  TO W-例外-キー
               PERFORM 容認確認処理
               PERFORM 例外行出力処理
               IF W-例外-重度区分 = 'A'
                 THEN
                   ADD  1  TO W-容認件数
                 ELSE
                   ADD  1  TO W-検証軽度件数
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       休眠除外検証処理.
      *-----------------------------------------------------------------

      ** 休眠除外は支店確認済みの登録のため重度区分
      ** Ｉ(情報)で出し、重度・軽度の件数に数えな
      ** い。

           EXEC SQL AT :DB-NAME
             FETCH 検証CUR9 INTO :W-検証店コード
                                ,:W-検証ブランド
           END-EXEC.
           IF SQLCODE = 0
             THEN
               MOVE 'DM-EXCL '      TO W-例外-検証区分
               MOVE 'I'             TO W-例外-重度区分
               MOVE SPACE           TO W-例外-キー
               MOVE W-検証店コード  TO W-例外-キー(1:10)
               MOVE W-検証ブランド  TO W-例外-キー(12:2)
               PERFORM 例外行出力処理
               ADD  1  TO W-休眠除外件数
           END-IF.

      *-----------------------------------------------------------------
       容認確認処理.
      *-----------------------------------------------------------------
                          FROM XAT_BRAND_EXCL
                         WHERE 対象年月区分
                           <= :WK対象年月区分)
                 AND NOT EXISTS
                       (SELECT 1
                          FROM XAT_DORMANT_EXCL X
                         WHERE X.得意先コード店マター =
                               T2.���Ӑ�R�[�h�}�e
                           AND X.ブランドコード =
                               T2.�u�����h�R�[�h
                           AND X.対象年月区分
                            <= :WK対象年月区分)
      *           AND T2.������ IN ('0', '1', '2', '3')
                 AND T1.���Ӑ�R�[�h =
                     T2.���Ӑ�R�[�h                  
      ** を売上実績と同じ結合・ブランド変換で集計(Q)
      ** して設定する。登録の無い店×ブランドは0とす
      ** る。
      ** 店コード付替え(HCT_TSUKEKAE_TGT)の旧店コード
      ** の売上実績・責任額は新店コードへ寄せて集計
      ** する。
           EXEC SQL AT :DB-NAME                                         
            INSERT  INTO  HCT_OUT_MISE_DFILE_NEW                            
            SELECT                                                      
                          FROM XAT_BRAND_EXCL
                         WHERE 対象年月区分
                           <= :WK対象年月区分)
                 AND NOT EXISTS
                       (SELECT 1
                          FROM XAT_DORMANT_EXCL X
                         WHERE X.得意先コード店マター =
                               T2.���Ӑ�R�[�h�}�e
                           AND X.ブランドコード =
                               T2.�u�����h�R�[�h
                           AND X.対象年月区分
                            <= :WK対象年月区分)
      *           AND T2.������ IN ('0', '1', '2', '3')
                 AND T1.���Ӑ�R�[�h =
                     T2.���Ӑ�R�[�h                  
              ) T                                                       
             ,(                                                         
              SELECT                                                    
                 NVL(K1.新店コード,
                     S1.得意先コード店マター)
                  AS 得意先コード店マター
                ,NVL(D1.�u�����h�ϊ��R�[�h,S1.�u�����h�R�[�h)           
                  AS �u�����h�R�[�h                                     
       /* �O�N���i */                                                   
                             AND M2.対象年月区分
                                <= :WK対象年月区分)
                 ) D1
                ,HCT_TSUKEKAE_TGT  K1
               WHERE                                                    
                     S1.�u�����h�R�[�h = D1.�u�����h�R�[�h (+)          
                 AND S1.得意先コード店マター
                     = K1.旧店コード (+)
                 AND S1.�u�����h�R�[�h NOT IN ('90', '91', '92')        
                 AND (  (   S1.対象年月 >=
                     :WK�O�N���o�J�n�N��      
                            :WK���N���o�I���N��)
                             )   
                 AND (:W-増分モード区分 = '0'
                   OR NVL(K1.新店コード,
                          S1.得意先コード店マター) IN
                      (SELECT 得意先コード店マター
                         FROM HCT_REBUILD_TGT_STORE))
                 AND (:W-範囲開始店 = ' '
                   OR NVL(K1.新店コード,
                          S1.得意先コード店マター)
                      >= :W-範囲開始店)
                 AND (:W-範囲終了店 = ' '
                   OR NVL(K1.新店コード,
                          S1.得意先コード店マター)
                      < :W-範囲終了店)
               GROUP BY                                                 
                     NVL(K1.新店コード,
                         S1.得意先コード店マター)
                    ,NVL(D1.�u�����h�ϊ��R�[�h,S1.�u�����h�R�[�h)       
              ) S                                                       
             ,(
              SELECT
                 NVL(K2.新店コード,
                     Q1.得意先コード店マター)
                  AS 得意先コード店マター
                ,NVL(D2.ブランド変換コード,
                     Q1.ブランドコード)
                  AS ブランドコード
                             AND M2.対象年月区分
                                <= :WK対象年月区分)
                 ) D2
                ,HCT_TSUKEKAE_TGT  K2
               WHERE
                     Q1.ブランドコード
                     = D2.ブランドコード (+)
                 AND Q1.得意先コード店マター
                     = K2.旧店コード (+)
                 AND Q1.ブランドコード
                     NOT IN ('90', '91', '92')
                 AND (  (   Q1.対象年月 >= :WK前年度||'01'
                        AND Q1.対象年月 <= :WK今年度||'12')
                             )
                 AND (:W-範囲開始店 = ' '
                   OR NVL(K2.新店コード,
                          Q1.得意先コード店マター)
                      >= :W-範囲開始店)
                 AND (:W-範囲終了店 = ' '
                   OR NVL(K2.新店コード,
                          Q1.得意先コード店マター)
                      < :W-範囲終了店)
               GROUP BY
                     NVL(K2.新店コード,
                         Q1.得意先コード店マター)
                    ,NVL(D2.ブランド変換コード,
                         Q1.ブランドコード)
              ) Q
                                                                        
             WHERE                                                      
                   T.���Ӑ�R�[�h�}�e
                   = S.得意先コード店マター (+)
               AND T.���Ӑ�R�[�h�}�e
                   = Q.得意先コード店マター (+)
               AND T.�u�����h�R�[�h = S.�u�����h�R�[�h (+)              
                          FROM XAT_BRAND_EXCL
                         WHERE 対象年月区分
                           <= :WK対象年月区分)
                 AND NOT EXISTS
                       (SELECT 1
                          FROM XAT_DORMANT_EXCL X
                         WHERE X.得意先コード店マター =
                               T2.���Ӑ�R�[�h�}�e
                           AND X.ブランドコード =
                               T2.�u�����h�R�[�h
                           AND X.対象年月区分
                            <= :WK対象年月区分)
      *           AND T2.������ IN ('0', '1', '2', '3')
                 AND T1.���Ӑ�R�[�h =
                     T2.���Ӑ�R�[�h                  
      ** を売上実績と同じ結合・ブランド変換で集計(Q)
      ** して設定する。登録の無い店×ブランドは0とす
      ** る。
      ** 店コード付替え(HCT_TSUKEKAE_TGT)の旧店コード
      ** の売上実績・責任額は新店コードへ寄せて集計
      ** する。
           EXEC SQL AT :DB-NAME                                         
            INSERT  INTO  HCT_OUT_MISE_DFILE_NEW                        
            SELECT                                                      
                          FROM XAT_BRAND_EXCL
                         WHERE 対象年月区分
                           <= :WK対象年月区分)
                 AND NOT EXISTS
                       (SELECT 1
                          FROM XAT_DORMANT_EXCL X
                         WHERE X.得意先コード店マター =
                               T2.���Ӑ�R�[�h�}�e
                           AND X.ブランドコード =
                               T2.�u�����h�R�[�h
                           AND X.対象年月区分
                            <= :WK対象年月区分)
      *           AND T2.������ IN ('0', '1', '2', '3')
                 AND T1.���Ӑ�R�[�h =
                     T2.���Ӑ�R�[�h                  
              ) T                                                       
             ,(                                                         
              SELECT                                                    
                 NVL(K1.新店コード,
                     S1.得意先コード店マター)
                  AS 得意先コード店マター
                ,NVL(D1.�u�����h�ϊ��R�[�h,S1.�u�����h�R�[�h)           
                  AS �u�����h�R�[�h                                     
       /* �O�N���i */                                                   
                             AND M2.対象年月区分
                                <= :WK対象年月区分)
                 ) D1
                ,HCT_TSUKEKAE_TGT  K1
               WHERE                                                    
                     S1.�u�����h�R�[�h = D1.�u�����h�R�[�h (+)          
                 AND S1.得意先コード店マター
                     = K1.旧店コード (+)
                 AND S1.�u�����h�R�[�h NOT IN ('90', '91', '92')        
                 AND (  (   S1.対象年月 >=
                     :WK�O�N���o�J�n�N��      
                            :WK���N���o�I���N��)
                             )   
                 AND (:W-増分モード区分 = '0'
                   OR NVL(K1.新店コード,
                          S1.得意先コード店マター) IN
                      (SELECT 得意先コード店マター
                         FROM HCT_REBUILD_TGT_STORE))
                 AND (:W-範囲開始店 = ' '
                   OR NVL(K1.新店コード,
                          S1.得意先コード店マター)
                      >= :W-範囲開始店)
                 AND (:W-範囲終了店 = ' '
                   OR NVL(K1.新店コード,
                          S1.得意先コード店マター)
                      < :W-範囲終了店)
               GROUP BY                                                 
                     NVL(K1.新店コード,
                         S1.得意先コード店マター)
                    ,NVL(D1.�u�����h�ϊ��R�[�h,S1.�u�����h�R�[�h)       
              ) S                                                       
             ,(
              SELECT
                 NVL(K2.新店コード,
                     Q1.得意先コード店マター)
                  AS 得意先コード店マター
                ,NVL(D2.ブランド変換コード,
                     Q1.ブランドコード)
                  AS ブランドコード
                             AND M2.対象年月区分
                                <= :WK対象年月区分)
                 ) D2
                ,HCT_TSUKEKAE_TGT  K2
               WHERE
                     Q1.ブランドコード
                     = D2.ブランドコード (+)
                 AND Q1.得意先コード店マター
                     = K2.旧店コード (+)
                 AND Q1.ブランドコード
                     NOT IN ('90', '91', '92')
                 AND (  (   Q1.対象年月 >= :WK前年度||'01'
                        AND Q1.対象年月 <= :WK今年度||'12')
                             )
                 AND (:W-範囲開始店 = ' '
                   OR NVL(K2.新店コード,
                          Q1.得意先コード店マター)
                      >= :W-範囲開始店)
                 AND (:W-範囲終了店 = ' '
                   OR NVL(K2.新店コード,
                          Q1.得意先コード店マター)
                      < :W-範囲終了店)
               GROUP BY
                     NVL(K2.新店コード,
                         Q1.得意先コード店マター)
                    ,NVL(D2.ブランド変換コード,
                         Q1.ブランドコード)
              ) Q
                                                                        
             WHERE                                                      
                   T.���Ӑ�R�[�h�}�e
                   = S.得意先コード店マター (+)
               AND T.���Ӑ�R�[�h�}�e
                   = Q.得意先コード店マター (+)
               AND T.�u�����h�R�[�h = S.�u�����h�R�[�h (+)              
      ** 加/削除と
      ** ブランドコード／チャネル区分／新規区分の変
      ** 更店舗数を報告する。
      ** 店コード付替えで旧店コードから新店コードへ
      ** 引き継いだ店は追加/削除に数えない。

           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.
           EXEC SQL WHENEVER SQLERROR DO PERFORM SQL-ERRORV END-EXEC.
                            = :W-実行開始時刻
                        AND TH.���Ӑ�R�[�h�}�e
                            = TD.���Ӑ�R�[�h�}�e)
                AND NOT EXISTS
                    (SELECT 1
                       FROM HCT_TSUKEKAE_TGT        K1
                          , HCT_OUT_MISE_DFILE_HIST TH
                      WHERE K1.新店コード
                            = TD.得意先コード店マター
                        AND TH.実行開始時刻
                            = :W-実行開始時刻
                        AND TH.得意先コード店マター
                            = K1.旧店コード)
           END-EXEC.

           EXEC SQL AT :DB-NAME
                            <= :WK対象年月区分
                        AND TD.���Ӑ�R�[�h�}�e
                            = TH.���Ӑ�R�[�h�}�e)
                AND NOT EXISTS
                    (SELECT 1
                       FROM HCT_TSUKEKAE_TGT        K1
                          , HCT_OUT_MISE_DFILE_NEW  TD
                      WHERE K1.旧店コード
                            = TH.得意先コード店マター
                        AND TD.対象年月
                            <= :WK対象年月区分
                        AND TD.得意先コード店マター
                            = K1.新店コード)
           END-EXEC.

           EXEC SQL AT :DB-NAME
               END-EXEC
           END-IF

           PERFORM  排他ロック解除処理.
           EXEC SQL AT :DB-NAME COMMIT WORK RELEASE END-EXEC.

           IF プレビューモードである
           END-IF.
                                                                        
      *-----------------------------------------------------------------
       排他ロック取得処理.
      *-----------------------------------------------------------------

      ** 台帳系の更新ジョブはDB接続先×対象年月区分
      ** 単位にXAT_JOB_LOCKへ1行登録してから処理に入
      ** る。一意キー違反は他ジョブ実行中として即時
      ** 終了する。異常終了で残ったロックはジョブを
      ** 確認のうえKHC046BPで解除する。

           ACCEPT  W-ロック取得時刻(1:8)  FROM DATE YYYYMMDD
           ACCEPT  W-ロック取得時刻(9:6)  FROM TIME

           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC.
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.
           EXEC SQL AT :DB-NAME
             INSERT INTO XAT_JOB_LOCK
               ( DB接続先, 対象年月区分, WKPGMID,
                 取得時刻 )
               VALUES
               ( :DB-NAME, :WK対象年月区分, :WKPGMID,
                 :W-ロック取得時刻 )
           END-EXEC.
           IF SQLCODE = -1
             THEN
               PERFORM 排他ロック競合処理
           END-IF
           IF SQLCODE NOT = 0
             THEN
               PERFORM SQL-ERROR
           END-IF
           EXEC SQL WHENEVER SQLERROR DO PERFORM SQL-ERROR END-EXEC.

      ** 他ジョブから見えるよう取得時点で確定する。

           EXEC SQL AT :DB-NAME COMMIT WORK END-EXEC.

      *-----------------------------------------------------------------
       排他ロック競合処理.
      *-----------------------------------------------------------------
           MOVE  SPACE        TO W-ロック保持ＰＧＭＩＤ
           MOVE  SPACE        TO W-ロック保持時刻
           EXEC SQL AT :DB-NAME
             SELECT L.WKPGMID, L.取得時刻
               INTO :W-ロック保持ＰＧＭＩＤ,
                    :W-ロック保持時刻
               FROM XAT_JOB_LOCK L
              WHERE L.DB接続先     = :DB-NAME
                AND L.対象年月区分 = :WK対象年月区分
           END-EXEC.

           MOVE '排他ロック競合 中止 保持=' TO
               D-メッセージ域
           MOVE  W-ロック保持ＰＧＭＩＤ  TO
               D-メッセージ域(37:10)
           MOVE  W-ロック保持時刻        TO
               D-メッセージ域(48:14)
           CALL KXU002SC  USING  D-ログ域
           EXEC SQL AT :DB-NAME ROLLBACK WORK RELEASE END-EXEC.
           MOVE LOCK-CODE TO RETURN-CODE
           STOP RUN.

      *-----------------------------------------------------------------
       排他ロック解除処理.
      *-----------------------------------------------------------------

      ** 自ジョブのロックのみ削除する。確定は呼出し
      ** 側の COMMIT WORK で行う。

           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.
           EXEC SQL AT :DB-NAME
             DELETE FROM XAT_JOB_LOCK
              WHERE DB接続先     = :DB-NAME
                AND 対象年月区分 = :WK対象年月区分
                AND WKPGMID      = :WKPGMID
           END-EXEC.

      *-----------------------------------------------------------------
