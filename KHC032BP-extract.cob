      * REMARKS. 店別アウト用台帳抽出ファイル作成.
      *-----------------------------------------------------------------
      * 修正履歴 NO(004802) 修正日付(20260822) 修正者(TM)
      * 修正履歴 NO(004828) 修正日付(20261015) 修正者(TM)
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  KXU009SC               PIC  X(008) VALUE 'KXU009SC'.
       01  WKPGMID                PIC  X(010) VALUE 'KHC032BP'.
       01  W-再構築ＰＧＭＩＤ     PIC  X(010) VALUE 'KHC031BP'.
       01  W-検査ＰＧＭＩＤ       PIC  X(010) VALUE 'KHC033BP'.

       01  ABND-CODE SYNC         PIC S9(004) COMP VALUE 16.
       01  LOCK-CODE SYNC         PIC S9(004) COMP VALUE 12.
       01  ARGCNT                 PIC  9(002) VALUE  0.
       01  ARGDATA                PIC  X(008) VALUE SPACE.
       01  MAXARG                 PIC  9(002) VALUE 11.
       01  WK対象年月区分            PIC  X(6).
       01  W-チャネル区分            PIC  X(1).
       01  W-実行開始時刻            PIC  X(14).
       01  W-検査判定区分            PIC  X(1).
       01  W-ロック取得時刻          PIC  X(14).
       01  W-ロック保持ＰＧＭＩＤ    PIC  X(10).
       01  W-ロック保持時刻          PIC  X(14).

           EXEC SQL END DECLARE SECTION END-EXEC.

           PERFORM  得意先接続処理.
           PERFORM  パラメータ取得処理.
           PERFORM  監査情報取得処理.
           PERFORM  検査実績確認処理.
           PERFORM  排他ロック取得処理.

           MOVE  '1'          TO W-チャネル区分
           PERFORM  チャネル別抽出処理
           MOVE  '2'          TO W-チャネル区分
           PERFORM  チャネル別抽出処理

           PERFORM  排他ロック解除処理.
           EXEC SQL AT :DB-NAME COMMIT WORK RELEASE END-EXEC.
           ADD  1  TO W-環境コード添字.

               STOP RUN
           END-IF.

      *-----------------------------------------------------------------
       検査実績確認処理.
      *-----------------------------------------------------------------

      ** 抽出元の再構築が、ブランド変換制御テーブル
      ** 検査(KHC033BP)で重度違反なしを確かめた後に
      ** 行われたものかを確認する。再構築開始までに
      ** 終わった直近の検査結果が無い、または重度違
      ** 反ありの場合は抽出しない。

           MOVE  SPACE        TO W-検査判定区分
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.
           EXEC SQL AT :DB-NAME
             SELECT A.判定区分 INTO :W-検査判定区分
               FROM XAT_JOB_AUDIT A
              WHERE A.WKPGMID      = :W-検査ＰＧＭＩＤ
                AND A.DB接続先     = :DB-NAME
                AND A.対象年月区分 = :WK対象年月区分
                AND A.完了区分     = '1'
                AND A.実行開始時刻 =
                    (SELECT MAX(A2.実行開始時刻)
                       FROM XAT_JOB_AUDIT A2
                      WHERE A2.WKPGMID      = A.WKPGMID
                        AND A2.DB接続先     = A.DB接続先
                        AND A2.対象年月区分
                            = A.対象年月区分
                        AND A2.完了区分     = '1'
                        AND A2.実行終了時刻
                           <= :W-実行開始時刻)
           END-EXEC.
           EXEC SQL WHENEVER NOT FOUND DO PERFORM SQL-ERROR END-EXEC.

           IF W-検査判定区分 = '0'
             OR W-検査判定区分 = '1'
             THEN
               CONTINUE
             ELSE
               IF W-検査判定区分 = SPACE
                 THEN
                   MOVE '制御テーブル検査未実施 抽出中止'
                        TO D-メッセージ域
                 ELSE
                   MOVE '制御テーブル重度違反 抽出中止'
                        TO D-メッセージ域
               END-IF
               CALL KXU002SC  USING  D-ログ域
               MOVE ABND-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

      *-----------------------------------------------------------------
       チャネル別抽出処理.
      *-----------------------------------------------------------------
           CALL KXU002SC  USING  D-ログ域
           MOVE ABND-CODE TO RETURN-CODE
           STOP RUN.

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
