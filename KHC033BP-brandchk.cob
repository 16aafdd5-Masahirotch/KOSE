      * REMARKS. ブランド変換制御テーブル整合性検査.
      *-----------------------------------------------------------------
      * 修正履歴 NO(004804) 修正日付(20260822) 修正者(TM)
      * 修正履歴 NO(004829) 修正日付(20261015) 修正者(TM)
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      ** ホスト変数定義

       01  WK対象年月区分            PIC  X(6).
       01  WK対象Ｙ和暦区分          PIC  X(1).
       01  W-実行開始時刻            PIC  X(14).
       01  W-実行終了時刻            PIC  X(14).
       01  W-判定区分                PIC  X(1).
       01  W-エラー件数              PIC  9(011).
       01  W-検査用途区分            PIC  X(1).
       01  W-検査元コード            PIC  X(2).
       01  W-検査先コード            PIC  X(2).

           PERFORM  得意先接続処理.
           PERFORM  パラメータ取得処理.
           ACCEPT  W-実行開始時刻(1:8)  FROM DATE YYYYMMDD.
           ACCEPT  W-実行開始時刻(9:6)  FROM TIME.
           PERFORM  制御テーブル検査処理.
           PERFORM  検査記録処理.

           EXEC SQL AT :DB-NAME COMMIT WORK RELEASE END-EXEC.
           ADD  1  TO W-環境コード添字.
           MOVE パラメータファイル  TO
               取得パラメータREC(1:90)
           MOVE 対象年月区分        TO WK対象年月区分.
           MOVE 対象Ｙ和暦区分      TO WK対象Ｙ和暦区分.

      *-----------------------------------------------------------------
       制御テーブル検査処理.
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       検査記録処理.
      *-----------------------------------------------------------------

      ** 検査結果を環境ごとにXAT_JOB_AUDITへ残す。抽
      ** 出(KHC032BP)は再構築前の直近の検査結果で抽
      ** 出可否を判断する。判定区分は重度ありで'2'、
      ** 軽度のみで'1'、違反なしで'0'とする。

           ACCEPT  W-実行終了時刻(1:8)  FROM DATE YYYYMMDD
           ACCEPT  W-実行終了時刻(9:6)  FROM TIME

           IF W-検査重度件数 > 0
             THEN
               MOVE  '2'          TO W-判定区分
             ELSE
               IF W-検査軽度件数 > 0
                 THEN
                   MOVE  '1'          TO W-判定区分
                 ELSE
                   MOVE  '0'          TO W-判定区分
               END-IF
           END-IF
           COMPUTE W-エラー件数 = W-検査重度件数
                                + W-検査軽度件数

           EXEC SQL AT :DB-NAME
             INSERT INTO XAT_JOB_AUDIT
               ( WKPGMID, DB接続先, 対象年月区分,
                 対象Ｙ和暦区分, 実行開始時刻,
                 実行終了時刻, 完了区分, 判定区分,
                 エラー件数 )
               VALUES
               ( :WKPGMID, :DB-NAME, :WK対象年月区分,
                 :WK対象Ｙ和暦区分, :W-実行開始時刻,
                 :W-実行終了時刻, '1', :W-判定区分,
                 :W-エラー件数 )
           END-EXEC.

      *-----------------------------------------------------------------
       マップ重複検査処理.
      *-----------------------------------------------------------------
